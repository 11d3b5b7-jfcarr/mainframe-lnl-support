      *                    CARDIN CARD STILL OVERRIDES FOR A ONE-OFF  *
      *                    RUN, AND THE EFFECTIVE VALUES ARE ECHOED   *
      *                    ON SYSPRINT.                               *
      *   2026-10-15  JCF  LONG-HORIZON MODE: A MONTHLY CARD (MONTHS  *
      *                    TO SHOW IN COLUMNS 9-11, DEFAULT 12) PRINTS *
      *                    EACH TEST'S MONTHLY RUNS, MIN, MAX AND      *
      *                    AVERAGE WITH THE CHANGE AGAINST THE FIRST   *
      *                    MONTH SHOWN, FROM THE TIMEROLL M RECORDS    *
      *                    IN SYS2.HELLO.TIMESUM (TIMESUM DD,          *
      *                    OPTIONAL) PLUS THE TIMELOG DETAIL KEPT      *
      *                    AFTER ITS CUTOFF.  NO ALERTS IN THIS MODE.  *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'TRENDRPT'.
000172     SELECT OPTIONAL PROFILE ASSIGN TO PROFILE
000174         ORGANIZATION IS SEQUENTIAL
000176         FILE STATUS IS WS-PROFILE-STATUS.
000177     SELECT OPTIONAL TIMESUM ASSIGN TO TIMESUM
000178         ORGANIZATION IS SEQUENTIAL
000179         FILE STATUS IS WS-TIMESUM-STATUS.
000180     SELECT SYSPRINT ASSIGN TO SYSPRINT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-SYSPRINT-STATUS.
000350     LABEL RECORDS ARE OMITTED
000360     RECORD CONTAINS 80 CHARACTERS.
000370 01  PRINT-LINE                     PIC X(80).
000372 FD  TIMESUM
000374     LABEL RECORDS ARE STANDARD
000376     RECORD CONTAINS 80 CHARACTERS.
000378 COPY TIMESUM.
000380 FD  TIMELOG
000390     LABEL RECORDS ARE STANDARD
000400     RECORD CONTAINS 40 CHARACTERS.
000630 77  WS-AVG-HUNDS               PIC S9(08) COMP VALUE ZERO.
000640 77  WS-LATEST-HUNDS            PIC S9(08) COMP VALUE ZERO.
000650 77  WS-FLAG-LIMIT              PIC S9(12) COMP VALUE ZERO.
000660 77  WS-LATEST-SCALED           PIC S9(12) COMP VALUE ZERO.
000670 77  WS-ALERTOUT-STATUS         PIC X(02) VALUE SPACES.
000680 77  WS-ALERTOUT-OPEN-SW        PIC X(01) VALUE 'N'.
000690     88  ALERTOUT-OPEN                    VALUE 'Y'.
000700 77  WS-SLOW-COUNT              PIC S9(04) COMP VALUE ZERO.
000710 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000720 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000730 77  WS-ALERT-TIME-HHMMSSSS     PIC 9(08).
000740 77  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
000750 77  WS-PROFILE-EOF-SW          PIC X(01) VALUE 'N'.
000760     88  PROFILE-EOF                      VALUE 'Y'.
000770 77  WS-MONTHLY-SW              PIC X(01) VALUE 'N'.
000780     88  MONTHLY-MODE                     VALUE 'Y'.
000790 77  WS-SHOW-MONTHS             PIC S9(04) COMP VALUE 12.
000800 77  WS-MONTH-MAX               PIC S9(04) COMP VALUE 36.
000810 77  WS-MONTH-SUB               PIC S9(04) COMP VALUE ZERO.
000820 77  WS-MONTH-FOUND-SUB         PIC S9(04) COMP VALUE ZERO.
000830 77  WS-FIRST-MONTH-SUB         PIC S9(04) COMP VALUE ZERO.
000840 77  WS-MT-TEST-COUNT           PIC S9(04) COMP VALUE ZERO.
000850 77  WS-TIMESUM-STATUS          PIC X(02) VALUE SPACES.
000860 77  WS-TIMESUM-EOF-SW          PIC X(01) VALUE 'N'.
000870     88  TIMESUM-EOF                      VALUE 'Y'.
000880 77  WS-SUMMARY-CUTOFF          PIC X(08) VALUE SPACES.
000890 77  WS-SUMMARIES-READ          PIC S9(07) COMP VALUE ZERO.
000900 77  WS-DETAIL-USED             PIC S9(07) COMP VALUE ZERO.
000910 77  WS-WORK-TEST-ID            PIC X(08) VALUE SPACES.
000920 77  WS-WORK-YYYYMM             PIC X(06) VALUE SPACES.
000930 77  WS-WORK-RUNS               PIC S9(07) COMP VALUE ZERO.
000940 77  WS-WORK-MIN                PIC S9(08) COMP VALUE ZERO.
000950 77  WS-WORK-MAX                PIC S9(08) COMP VALUE ZERO.
000960 77  WS-WORK-TOTAL              PIC S9(12) COMP VALUE ZERO.
000970 77  WS-MONTH-AVG               PIC S9(08) COMP VALUE ZERO.
000980 77  WS-FIRST-AVG               PIC S9(08) COMP VALUE ZERO.
000990 77  WS-DRIFT-PCT               PIC S9(06) COMP VALUE ZERO.
001000 77  WS-MONTHS-PRINTED          PIC S9(04) COMP VALUE ZERO.
001010 01  WS-SLOW-TEXT.
001020     05  FILLER                 PIC X(05) VALUE 'SLOW '.
001030     05  WS-SLOW-TEST-ID        PIC X(08).
001040     05  FILLER                 PIC X(03) VALUE ' L='.
001050     05  WS-SLOW-LATEST         PIC 9(08).
001060     05  FILLER                 PIC X(03) VALUE ' A='.
001070     05  WS-SLOW-AVG            PIC 9(08).
001080     05  FILLER                 PIC X(05) VALUE SPACES.
001090 01  WS-TEST-TABLE.
001100     05  WS-TEST-ENTRY OCCURS 10 TIMES.
001110         10  WS-TT-TEST-ID      PIC X(08).
001120         10  WS-TT-RUN-COUNT    PIC S9(04) COMP.
001130         10  WS-TT-RUN OCCURS 30 TIMES.
001140             15  WS-TT-DATE     PIC X(08).
001150             15  WS-TT-TIME     PIC X(08).
001160             15  WS-TT-HUNDS    PIC S9(08) COMP.
001170 01  HD1-LINE.
001180     05  FILLER                 PIC X(10) VALUE 'TRENDRPT'.
001190     05  FILLER                 PIC X(34)
001200         VALUE 'VERIFICATION TIMING TREND'.
001210     05  FILLER                 PIC X(05) VALUE 'LAST '.
001220     05  HD1-RUNS               PIC ZZZ9.
001230     05  FILLER                 PIC X(11) VALUE ' RUNS, PCT '.
001240     05  HD1-PCT                PIC ZZZ9.
001250     05  FILLER                 PIC X(12) VALUE SPACES.
001260 01  TST-LINE.
001270     05  FILLER                 PIC X(05) VALUE 'TEST '.
001280     05  TST-TEST-ID            PIC X(08).
001290     05  FILLER                 PIC X(67) VALUE SPACES.
001300 01  DTL-LINE.
001310     05  FILLER                 PIC X(04) VALUE SPACES.
001320     05  DTL-DATE               PIC X(08).
001330     05  FILLER                 PIC X(02) VALUE SPACES.
001340     05  DTL-TIME               PIC X(08).
001350     05  FILLER                 PIC X(02) VALUE SPACES.
001360     05  DTL-HUNDS              PIC ZZZZZZZ9.
001370     05  FILLER                 PIC X(48) VALUE SPACES.
001380 01  AVG-LINE.
001390     05  FILLER                 PIC X(04) VALUE SPACES.
001400     05  FILLER                 PIC X(19)
001410         VALUE 'AVERAGE OF PRIOR...'.
001420     05  AVG-AVG                PIC ZZZZZZZ9.
001430     05  FILLER                 PIC X(10) VALUE '  LATEST..'.
001440     05  AVG-LATEST             PIC ZZZZZZZ9.
001450     05  FILLER                 PIC X(02) VALUE SPACES.
001460     05  AVG-FLAG               PIC X(10).
001470     05  FILLER                 PIC X(19) VALUE SPACES.
001480 01  WS-MONTH-TABLE.
001490     05  WS-MT-ENTRY OCCURS 10 TIMES.
001500         10  WS-MT-TEST-ID      PIC X(08).
001510         10  WS-MT-MONTH-COUNT  PIC S9(04) COMP.
001520         10  WS-MT-MONTH OCCURS 36 TIMES.
001530             15  WS-MT-YYYYMM   PIC X(06).
001540             15  WS-MT-RUNS     PIC S9(07) COMP.
001550             15  WS-MT-MIN      PIC S9(08) COMP.
001560             15  WS-MT-MAX      PIC S9(08) COMP.
001570             15  WS-MT-TOTAL    PIC S9(12) COMP.
001580 01  HDM-LINE.
001590     05  FILLER                 PIC X(10) VALUE 'TRENDRPT'.
001600     05  FILLER                 PIC X(34)
001610         VALUE 'MONTHLY TIMING TREND'.
001620     05  FILLER                 PIC X(05) VALUE 'LAST '.
001630     05  HDM-MONTHS             PIC ZZZ9.
001640     05  FILLER                 PIC X(07) VALUE ' MONTHS'.
001650     05  FILLER                 PIC X(20) VALUE SPACES.
001660 01  HDS-LINE.
001670     05  FILLER                 PIC X(34)
001680         VALUE 'MONTHS FROM TIMESUM UP TO CUTOFF  '.
001690     05  HDS-CUTOFF             PIC X(08).
001700     05  FILLER                 PIC X(26)
001710         VALUE ', THEN FROM TIMELOG DETAIL'.
001720     05  FILLER                 PIC X(12) VALUE SPACES.
001730 01  MCL-LINE.
001740     05  FILLER                 PIC X(40)
001750         VALUE '    MONTH       RUNS       MIN       MAX'.
001760     05  FILLER                 PIC X(40)
001770         VALUE '       AVG  VS FIRST'.
001780 01  MDT-LINE.
001790     05  FILLER                 PIC X(04) VALUE SPACES.
001800     05  MDT-YYYY               PIC X(04).
001810     05  FILLER                 PIC X(01) VALUE '-'.
001820     05  MDT-MM                 PIC X(02).
001830     05  FILLER                 PIC X(02) VALUE SPACES.
001840     05  MDT-RUNS               PIC ZZZZZZ9.
001850     05  FILLER                 PIC X(02) VALUE SPACES.
001860     05  MDT-MIN                PIC ZZZZZZZ9.
001870     05  FILLER                 PIC X(02) VALUE SPACES.
001880     05  MDT-MAX                PIC ZZZZZZZ9.
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  MDT-AVG                PIC ZZZZZZZ9.
001910     05  FILLER                 PIC X(03) VALUE SPACES.
001920     05  MDT-PCT                PIC +++++9.
001930     05  MDT-PCT-SIGN           PIC X(01).
001940     05  FILLER                 PIC X(20) VALUE SPACES.
001950 01  MDR-LINE.
001960     05  FILLER                 PIC X(04) VALUE SPACES.
001970     05  FILLER                 PIC X(26)
001980         VALUE 'AVERAGE DRIFT OVER PERIOD '.
001990     05  MDR-PCT                PIC +++++9.
002000     05  FILLER                 PIC X(04) VALUE ' PCT'.
002010     05  FILLER                 PIC X(40) VALUE SPACES.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002050     ACCEPT WS-RUN-TIME-HHMMSSSS FROM TIME.
002060     PERFORM 1000-INITIALIZE
002070         THRU 1000-INITIALIZE-EXIT.
002080     IF RUN-ERROR
002090         GO TO 0000-WRAPUP.
002100     IF MONTHLY-MODE
002110         PERFORM 4000-MONTHLY-TRENDS
002120             THRU 4000-MONTHLY-TRENDS-EXIT
002130         GO TO 0000-WRAPUP.
002140     PERFORM 2000-LOAD-TIMELOG
002150         THRU 2000-LOAD-TIMELOG-EXIT.
002160     IF RUN-ERROR
002170         GO TO 0000-WRAPUP.
002180     PERFORM 3000-PRINT-TRENDS
002190         THRU 3000-PRINT-TRENDS-EXIT.
002200     IF WS-SLOW-COUNT > ZERO
002210         DISPLAY 'TRENDRPT: ' WS-SLOW-COUNT
002220             ' SLOW TEST(S) FLAGGED, ALERTS RAISED, RC=4'
002230             UPON OPCNSL
002240         MOVE 4 TO RETURN-CODE.
002250 0000-WRAPUP.
002260     IF ALERTOUT-OPEN
002270         CLOSE ALERTOUT.
002280     CLOSE SYSPRINT.
002290     IF RUN-ERROR
002300         MOVE 8 TO RETURN-CODE.
002310     STOP RUN.
002320 1000-INITIALIZE.
002330     OPEN OUTPUT SYSPRINT.
002340     IF WS-SYSPRINT-STATUS NOT = '00'
002350         DISPLAY 'TRENDRPT: SYSPRINT OPEN FAILED, STATUS='
002360             WS-SYSPRINT-STATUS UPON OPCNSL
002370         MOVE 'Y' TO WS-RUN-ERROR-SW
002380         GO TO 1000-INITIALIZE-EXIT.
002390     PERFORM 1500-READ-PROFILE
002400         THRU 1500-READ-PROFILE-EXIT.
002410     OPEN INPUT CARDIN.
002420     READ CARDIN
002430         AT END
002440             SET CARDIN-EOF TO TRUE.
002450     CLOSE CARDIN.
002460     IF NOT CARDIN-EOF
002470         IF TRD-CONTROL-CARD (1:7) = 'MONTHLY'
002480             PERFORM 1700-SET-MONTHLY-MODE
002490                 THRU 1700-SET-MONTHLY-MODE-EXIT
002500             GO TO 1000-INITIALIZE-EXIT.
002510     IF NOT CARDIN-EOF
002520         IF TRD-CTL-RUNS NUMERIC
002530             MOVE TRD-CTL-RUNS TO WS-KEEP-RUNS.
002540     IF NOT CARDIN-EOF
002550         IF TRD-CTL-PERCENT NUMERIC
002560             MOVE TRD-CTL-PERCENT TO WS-THRESHOLD-PCT.
002570     IF WS-KEEP-RUNS < 2 OR WS-KEEP-RUNS > WS-RUN-MAX
002580         DISPLAY 'TRENDRPT: RUN COUNT OUT OF RANGE, USING 10'
002590             UPON OPCNSL
002600         MOVE 10 TO WS-KEEP-RUNS.
002610     IF WS-THRESHOLD-PCT < 100
002620         DISPLAY 'TRENDRPT: THRESHOLD UNDER 100, USING 150'
002630             UPON OPCNSL
002640         MOVE 150 TO WS-THRESHOLD-PCT.
002650 1000-INITIALIZE-EXIT.
002660     EXIT.
002670 1700-SET-MONTHLY-MODE.
      ******************************************************************
      * A MONTHLY CARD (COLUMNS 1-7, MONTHS TO SHOW IN COLUMNS 9-11,  *
      * DEFAULT 12) ASKS FOR THE LONG-HORIZON REPORT INSTEAD OF THE   *
      * RECENT-RUN TREND.  THE RUN-COUNT AND THRESHOLD SETTINGS DO    *
      * NOT APPLY TO IT.                                              *
      ******************************************************************
002680     SET MONTHLY-MODE TO TRUE.
002690     IF TRD-CONTROL-CARD (9:3) NUMERIC
002700         MOVE TRD-CONTROL-CARD (9:3) TO WS-SHOW-MONTHS.
002710     IF WS-SHOW-MONTHS < 2 OR WS-SHOW-MONTHS > WS-MONTH-MAX
002720         DISPLAY 'TRENDRPT: MONTH COUNT OUT OF RANGE, USING 12'
002730             UPON OPCNSL
002740         MOVE 12 TO WS-SHOW-MONTHS.
002750 1700-SET-MONTHLY-MODE-EXIT.
002760     EXIT.
002770 2000-LOAD-TIMELOG.
002780     OPEN INPUT TIMELOG.
002790     IF WS-TIMELOG-STATUS NOT = '00'
002800         DISPLAY 'TRENDRPT: TIMELOG OPEN FAILED, STATUS='
002810             WS-TIMELOG-STATUS UPON OPCNSL
002820         MOVE 'Y' TO WS-RUN-ERROR-SW
002830         GO TO 2000-LOAD-TIMELOG-EXIT.
002840     PERFORM 2100-LOAD-ONE-RECORD
002850         THRU 2100-LOAD-ONE-RECORD-EXIT
002860         UNTIL TIMELOG-EOF.
002870     CLOSE TIMELOG.
002880     IF WS-TEST-COUNT = ZERO
002890         DISPLAY 'TRENDRPT: TIMELOG IS EMPTY, NOTHING TO '
002900             'REPORT' UPON OPCNSL.
002910 2000-LOAD-TIMELOG-EXIT.
002920     EXIT.
002930 2100-LOAD-ONE-RECORD.
002940     READ TIMELOG
002950         AT END
002960             SET TIMELOG-EOF TO TRUE
002970             GO TO 2100-LOAD-ONE-RECORD-EXIT.
002980     ADD 1 TO WS-RECORDS-READ.
002990     IF TIM-ELAPSED-HUNDS NOT NUMERIC
003000         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003010     PERFORM 2200-FIND-TEST
003020         THRU 2200-FIND-TEST-EXIT.
003030     IF WS-TEST-FOUND-SUB = ZERO
003040         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003050     MOVE WS-TEST-FOUND-SUB TO WS-TEST-SUB.
003060     IF WS-TT-RUN-COUNT (WS-TEST-SUB) = WS-KEEP-RUNS
003070         PERFORM 2400-SHIFT-RUNS-DOWN
003080             THRU 2400-SHIFT-RUNS-DOWN-EXIT
003090     ELSE
003100         ADD 1 TO WS-TT-RUN-COUNT (WS-TEST-SUB).
003110     MOVE WS-TT-RUN-COUNT (WS-TEST-SUB) TO WS-RUN-SUB.
003120     MOVE TIM-RUN-DATE
003130         TO WS-TT-DATE (WS-TEST-SUB WS-RUN-SUB).
003140     MOVE TIM-RUN-TIME
003150         TO WS-TT-TIME (WS-TEST-SUB WS-RUN-SUB).
003160     MOVE TIM-ELAPSED-HUNDS
003170         TO WS-TT-HUNDS (WS-TEST-SUB WS-RUN-SUB).
003180 2100-LOAD-ONE-RECORD-EXIT.
003190     EXIT.
003200 2200-FIND-TEST.
003210     MOVE ZERO TO WS-TEST-FOUND-SUB.
003220     PERFORM 2300-MATCH-ONE-TEST
003230         THRU 2300-MATCH-ONE-TEST-EXIT
003240         VARYING WS-TEST-SUB FROM 1 BY 1
003250         UNTIL WS-TEST-SUB > WS-TEST-COUNT
003260             OR WS-TEST-FOUND-SUB > ZERO.
003270     IF WS-TEST-FOUND-SUB > ZERO
003280         GO TO 2200-FIND-TEST-EXIT.
003290     IF WS-TEST-COUNT NOT < WS-TEST-MAX
003300         DISPLAY 'TRENDRPT: MORE THAN 10 TEST IDS, RECORDS '
003310             'FOR ' TIM-TEST-ID ' SKIPPED' UPON OPCNSL
003320         GO TO 2200-FIND-TEST-EXIT.
003330     ADD 1 TO WS-TEST-COUNT.
003340     MOVE TIM-TEST-ID TO WS-TT-TEST-ID (WS-TEST-COUNT).
003350     MOVE ZERO TO WS-TT-RUN-COUNT (WS-TEST-COUNT).
003360     MOVE WS-TEST-COUNT TO WS-TEST-FOUND-SUB.
003370 2200-FIND-TEST-EXIT.
003380     EXIT.
003390 2300-MATCH-ONE-TEST.
003400     IF WS-TT-TEST-ID (WS-TEST-SUB) = TIM-TEST-ID
003410         MOVE WS-TEST-SUB TO WS-TEST-FOUND-SUB.
003420 2300-MATCH-ONE-TEST-EXIT.
003430     EXIT.
003440 2400-SHIFT-RUNS-DOWN.
      ******************************************************************
      * TABLE FULL - DROP THE OLDEST RUN (SLOT 1) AND SLIDE THE REST  *
      * DOWN SO THE NEWEST CAN GO IN THE LAST SLOT.                   *
      ******************************************************************
003450     PERFORM 2500-SHIFT-ONE-RUN
003460         THRU 2500-SHIFT-ONE-RUN-EXIT
003470         VARYING WS-SHIFT-SUB FROM 2 BY 1
003480         UNTIL WS-SHIFT-SUB > WS-TT-RUN-COUNT (WS-TEST-SUB).
003490 2400-SHIFT-RUNS-DOWN-EXIT.
003500     EXIT.
003510 2500-SHIFT-ONE-RUN.
003520     MOVE WS-TT-RUN (WS-TEST-SUB WS-SHIFT-SUB)
003530         TO WS-TT-RUN (WS-TEST-SUB WS-SHIFT-SUB - 1).
003540 2500-SHIFT-ONE-RUN-EXIT.
003550     EXIT.
003560 3000-PRINT-TRENDS.
003570     MOVE WS-KEEP-RUNS TO HD1-RUNS.
003580     MOVE WS-THRESHOLD-PCT TO HD1-PCT.
003590     WRITE PRINT-LINE FROM HD1-LINE.
003600     PERFORM 3100-PRINT-ONE-TEST
003610         THRU 3100-PRINT-ONE-TEST-EXIT
003620         VARYING WS-TEST-SUB FROM 1 BY 1
003630         UNTIL WS-TEST-SUB > WS-TEST-COUNT.
003640 3000-PRINT-TRENDS-EXIT.
003650     EXIT.
003660 3100-PRINT-ONE-TEST.
003670     MOVE SPACES TO PRINT-LINE.
003680     WRITE PRINT-LINE.
003690     MOVE WS-TT-TEST-ID (WS-TEST-SUB) TO TST-TEST-ID.
003700     WRITE PRINT-LINE FROM TST-LINE.
003710     MOVE ZERO TO WS-AVG-SUM.
003720     MOVE ZERO TO WS-AVG-COUNT.
003730     PERFORM 3200-PRINT-ONE-RUN
003740         THRU 3200-PRINT-ONE-RUN-EXIT
003750         VARYING WS-RUN-SUB FROM 1 BY 1
003760         UNTIL WS-RUN-SUB > WS-TT-RUN-COUNT (WS-TEST-SUB).
003770     IF WS-TT-RUN-COUNT (WS-TEST-SUB) < 2
003780         GO TO 3100-PRINT-ONE-TEST-EXIT.
003790     MOVE WS-TT-HUNDS
003800         (WS-TEST-SUB WS-TT-RUN-COUNT (WS-TEST-SUB))
003810         TO WS-LATEST-HUNDS.
003820     DIVIDE WS-AVG-SUM BY WS-AVG-COUNT GIVING WS-AVG-HUNDS.
003830     MOVE WS-AVG-HUNDS TO AVG-AVG.
003840     MOVE WS-LATEST-HUNDS TO AVG-LATEST.
003850     COMPUTE WS-FLAG-LIMIT =
003860         WS-AVG-HUNDS * WS-THRESHOLD-PCT.
003870     COMPUTE WS-LATEST-SCALED = WS-LATEST-HUNDS * 100.
003880     IF WS-LATEST-SCALED > WS-FLAG-LIMIT
003890         MOVE '** SLOW **' TO AVG-FLAG
003900         ADD 1 TO WS-SLOW-COUNT
003910         PERFORM 3300-RAISE-SLOW-ALERT
003920             THRU 3300-RAISE-SLOW-ALERT-EXIT
003930     ELSE
003940         MOVE SPACES TO AVG-FLAG.
003950     WRITE PRINT-LINE FROM AVG-LINE.
003960 3100-PRINT-ONE-TEST-EXIT.
003970     EXIT.
003980 3300-RAISE-SLOW-ALERT.
      ******************************************************************
      * PUT THE SLOW FINDING ON THE OPERATIONS ALERT PIPELINE SO IT   *
      * SHOWS IN THE NEXT SHIFT-TURNOVER DIGEST AND IN RECON EVEN     *
      * WHEN NOBODY READS THIS MORNING'S LISTING.                     *
      ******************************************************************
003990     IF NOT ALERTOUT-OPEN
004000         OPEN I-O ALERTOUT
004010         IF WS-ALERTOUT-STATUS NOT = '00'
004020             DISPLAY 'TRENDRPT: ALERTS OPEN FAILED, STATUS='
004030                 WS-ALERTOUT-STATUS UPON OPCNSL
004040             MOVE 'Y' TO WS-RUN-ERROR-SW
004050             GO TO 3300-RAISE-SLOW-ALERT-EXIT
004060         ELSE
004070             SET ALERTOUT-OPEN TO TRUE.
004080     MOVE WS-RUN-DATE-YYYYMMDD TO ALR-DATE.
      ******************************************************************
      * EVERY SLOW TEST IN THE SAME RUN SHARES THE RUN TIMESTAMP, SO  *
      * BUMP THE HUNDREDTHS BY THE SLOW COUNT TO KEEP THE KSDS KEY    *
      * (DATE/TIME/JOBNAME) UNIQUE PER ALERT.                         *
      ******************************************************************
004090     COMPUTE WS-ALERT-TIME-HHMMSSSS =
004100         WS-RUN-TIME-HHMMSSSS + WS-SLOW-COUNT - 1.
004110     MOVE WS-ALERT-TIME-HHMMSSSS TO ALR-TIME.
004120     MOVE 'TRENDRPT' TO ALR-JOBNAME.
004130     MOVE WS-TT-TEST-ID (WS-TEST-SUB) TO ALR-STEPNAME.
004140     MOVE 0004 TO ALR-RETURN-CODE.
004150     SET ALR-UNACKNOWLEDGED TO TRUE.
004160     MOVE WS-TT-TEST-ID (WS-TEST-SUB) TO WS-SLOW-TEST-ID.
004170     MOVE WS-LATEST-HUNDS TO WS-SLOW-LATEST.
004180     MOVE WS-AVG-HUNDS TO WS-SLOW-AVG.
004190     MOVE WS-SLOW-TEXT TO ALR-TEXT.
004200     WRITE ALERT-RECORD
004210         INVALID KEY
004220             CONTINUE.
004230     IF WS-ALERTOUT-STATUS NOT = '00'
004240         DISPLAY 'TRENDRPT: ALERT WRITE FAILED, STATUS='
004250             WS-ALERTOUT-STATUS UPON OPCNSL
004260         MOVE 'Y' TO WS-RUN-ERROR-SW.
004270 3300-RAISE-SLOW-ALERT-EXIT.
004280     EXIT.
004290 1500-READ-PROFILE.
      ******************************************************************
      * SITE-PROFILE DEFAULTS (SEE PROFREC).  TRENDRUN AND TRENDPCT   *
      * REPLACE THE COMPILED DEFAULTS; A CARDIN CARD STILL OVERRIDES  *
      * BOTH FOR A ONE-OFF RUN.  THE EFFECTIVE VALUES APPEAR IN THE   *
      * REPORT HEADING.                                               *
      ******************************************************************
004300     OPEN INPUT PROFILE.
004310     IF WS-PROFILE-STATUS NOT = '00' AND
004320        WS-PROFILE-STATUS NOT = '05'
004330         GO TO 1500-READ-PROFILE-EXIT.
004340     PERFORM 1600-READ-PROFILE-CARD
004350         THRU 1600-READ-PROFILE-CARD-EXIT
004360         UNTIL PROFILE-EOF.
004370 1500-READ-PROFILE-EXIT.
004380     CLOSE PROFILE.
004390     EXIT.
004400 1600-READ-PROFILE-CARD.
004410     READ PROFILE
004420         AT END
004430             SET PROFILE-EOF TO TRUE
004440             GO TO 1600-READ-PROFILE-CARD-EXIT.
004450     IF PRF-KEYWORD = 'TRENDRUN' AND PRF-VALUE NUMERIC
004460         MOVE PRF-VALUE TO WS-KEEP-RUNS
004470         GO TO 1600-READ-PROFILE-CARD-EXIT.
004480     IF PRF-KEYWORD = 'TRENDPCT' AND PRF-VALUE NUMERIC
004490         MOVE PRF-VALUE TO WS-THRESHOLD-PCT.
004500 1600-READ-PROFILE-CARD-EXIT.
004510     EXIT.
004520 3200-PRINT-ONE-RUN.
004530     MOVE WS-TT-DATE (WS-TEST-SUB WS-RUN-SUB) TO DTL-DATE.
004540     MOVE WS-TT-TIME (WS-TEST-SUB WS-RUN-SUB) TO DTL-TIME.
004550     MOVE WS-TT-HUNDS (WS-TEST-SUB WS-RUN-SUB) TO DTL-HUNDS.
004560     WRITE PRINT-LINE FROM DTL-LINE.
004570     IF WS-RUN-SUB < WS-TT-RUN-COUNT (WS-TEST-SUB)
004580         ADD WS-TT-HUNDS (WS-TEST-SUB WS-RUN-SUB)
004590             TO WS-AVG-SUM
004600         ADD 1 TO WS-AVG-COUNT.
004610 3200-PRINT-ONE-RUN-EXIT.
004620     EXIT.
004630 4000-MONTHLY-TRENDS.
      ******************************************************************
      * LONG-HORIZON MODE.  TIMEROLL KEEPS ONE TIMESUM M RECORD PER   *
      * TEST ID PER MONTH FOR THE DETAIL IT HAS ROLLED OUT OF         *
      * TIMELOG; THE DETAIL STILL IN TIMELOG (ON OR AFTER THE CUTOFF  *
      * ON THE TIMESUM CONTROL RECORD) IS FOLDED INTO THE SAME MONTHS *
      * SO THE CURRENT MONTHS ARE COMPLETE.  NO ALERTS ARE RAISED -   *
      * THIS IS THE CAPACITY-PLANNING VIEW OF SLOW DRIFT.             *
      ******************************************************************
004640     PERFORM 4100-LOAD-SUMMARIES
004650         THRU 4100-LOAD-SUMMARIES-EXIT.
004660     IF RUN-ERROR
004670         GO TO 4000-MONTHLY-TRENDS-EXIT.
004680     PERFORM 4200-LOAD-RECENT-DETAIL
004690         THRU 4200-LOAD-RECENT-DETAIL-EXIT.
004700     IF RUN-ERROR
004710         GO TO 4000-MONTHLY-TRENDS-EXIT.
004720     IF WS-MT-TEST-COUNT = ZERO
004730         DISPLAY 'TRENDRPT: NO TIMING HISTORY, NOTHING TO '
004740             'REPORT' UPON OPCNSL.
004750     PERFORM 4600-PRINT-MONTHLY
004760         THRU 4600-PRINT-MONTHLY-EXIT.
004770 4000-MONTHLY-TRENDS-EXIT.
004780     EXIT.
004790 4100-LOAD-SUMMARIES.
004800     OPEN INPUT TIMESUM.
004810     IF WS-TIMESUM-STATUS NOT = '00' AND
004820        WS-TIMESUM-STATUS NOT = '05'
004830         DISPLAY 'TRENDRPT: TIMESUM OPEN FAILED, STATUS='
004840             WS-TIMESUM-STATUS UPON OPCNSL
004850         MOVE 'Y' TO WS-RUN-ERROR-SW
004860         GO TO 4100-LOAD-SUMMARIES-EXIT.
004870     PERFORM 4150-LOAD-ONE-SUMMARY
004880         THRU 4150-LOAD-ONE-SUMMARY-EXIT
004890         UNTIL TIMESUM-EOF.
004900     CLOSE TIMESUM.
004910 4100-LOAD-SUMMARIES-EXIT.
004920     EXIT.
004930 4150-LOAD-ONE-SUMMARY.
004940     READ TIMESUM
004950         AT END
004960             SET TIMESUM-EOF TO TRUE
004970             GO TO 4150-LOAD-ONE-SUMMARY-EXIT.
004980     ADD 1 TO WS-SUMMARIES-READ.
004990     IF TSM-CONTROL
005000         IF TSC-CUTOFF-DATE NUMERIC
005010             MOVE TSC-CUTOFF-DATE TO WS-SUMMARY-CUTOFF
005020             GO TO 4150-LOAD-ONE-SUMMARY-EXIT
005030         ELSE
005040             GO TO 4150-LOAD-ONE-SUMMARY-EXIT.
005050     IF NOT TSM-MONTH
005060         GO TO 4150-LOAD-ONE-SUMMARY-EXIT.
005070     IF TSM-RUN-COUNT NOT NUMERIC
005080         OR TSM-MIN-HUNDS NOT NUMERIC
005090         OR TSM-MAX-HUNDS NOT NUMERIC
005100         OR TSM-TOTAL-HUNDS NOT NUMERIC
005110         OR TSM-RUN-COUNT = ZERO
005120         GO TO 4150-LOAD-ONE-SUMMARY-EXIT.
005130     MOVE TSM-TEST-ID TO WS-WORK-TEST-ID.
005140     MOVE TSM-PERIOD-YYYYMM TO WS-WORK-YYYYMM.
005150     MOVE TSM-RUN-COUNT TO WS-WORK-RUNS.
005160     MOVE TSM-MIN-HUNDS TO WS-WORK-MIN.
005170     MOVE TSM-MAX-HUNDS TO WS-WORK-MAX.
005180     MOVE TSM-TOTAL-HUNDS TO WS-WORK-TOTAL.
005190     PERFORM 4400-ADD-TO-MONTH
005200         THRU 4400-ADD-TO-MONTH-EXIT.
005210 4150-LOAD-ONE-SUMMARY-EXIT.
005220     EXIT.
005230 4200-LOAD-RECENT-DETAIL.
005240     OPEN INPUT TIMELOG.
005250     IF WS-TIMELOG-STATUS NOT = '00'
005260         DISPLAY 'TRENDRPT: TIMELOG OPEN FAILED, STATUS='
005270             WS-TIMELOG-STATUS UPON OPCNSL
005280         MOVE 'Y' TO WS-RUN-ERROR-SW
005290         GO TO 4200-LOAD-RECENT-DETAIL-EXIT.
005300     PERFORM 4250-LOAD-ONE-DETAIL
005310         THRU 4250-LOAD-ONE-DETAIL-EXIT
005320         UNTIL TIMELOG-EOF.
005330     CLOSE TIMELOG.
005340 4200-LOAD-RECENT-DETAIL-EXIT.
005350     EXIT.
005360 4250-LOAD-ONE-DETAIL.
      ******************************************************************
      * DETAIL DATED BEFORE THE SUMMARY CUTOFF IS ALREADY COUNTED IN  *
      * THE M RECORDS (IT CAN ONLY BE HERE IF A ROLL'S COPY-BACK WAS  *
      * INTERRUPTED), SO IT IS SKIPPED RATHER THAN COUNTED TWICE.     *
      ******************************************************************
005370     READ TIMELOG
005380         AT END
005390             SET TIMELOG-EOF TO TRUE
005400             GO TO 4250-LOAD-ONE-DETAIL-EXIT.
005410     ADD 1 TO WS-RECORDS-READ.
005420     IF TIM-ELAPSED-HUNDS NOT NUMERIC
005430         OR TIM-RUN-DATE NOT NUMERIC
005440         GO TO 4250-LOAD-ONE-DETAIL-EXIT.
005450     IF WS-SUMMARY-CUTOFF NOT = SPACES
005460         AND TIM-RUN-DATE < WS-SUMMARY-CUTOFF
005470         GO TO 4250-LOAD-ONE-DETAIL-EXIT.
005480     ADD 1 TO WS-DETAIL-USED.
005490     MOVE TIM-TEST-ID TO WS-WORK-TEST-ID.
005500     MOVE TIM-RUN-DATE (1:6) TO WS-WORK-YYYYMM.
005510     MOVE 1 TO WS-WORK-RUNS.
005520     MOVE TIM-ELAPSED-HUNDS TO WS-WORK-MIN.
005530     MOVE TIM-ELAPSED-HUNDS TO WS-WORK-MAX.
005540     MOVE TIM-ELAPSED-HUNDS TO WS-WORK-TOTAL.
005550     PERFORM 4400-ADD-TO-MONTH
005560         THRU 4400-ADD-TO-MONTH-EXIT.
005570 4250-LOAD-ONE-DETAIL-EXIT.
005580     EXIT.
005590 4400-ADD-TO-MONTH.
      ******************************************************************
      * FOLD ONE SUMMARY OR DETAIL FIGURE INTO ITS TEST'S MONTH.  THE *
      * SUMMARIES ARRIVE IN MONTH ORDER AND THE DETAIL AFTER THEM IN  *
      * RUN ORDER, SO A NEW MONTH ALWAYS GOES ON THE END; WHEN THE    *
      * TABLE IS FULL THE OLDEST MONTH IS DROPPED TO MAKE ROOM.       *
      ******************************************************************
005600     MOVE ZERO TO WS-TEST-FOUND-SUB.
005610     PERFORM 4450-MATCH-MONTH-TEST
005620         THRU 4450-MATCH-MONTH-TEST-EXIT
005630         VARYING WS-TEST-SUB FROM 1 BY 1
005640         UNTIL WS-TEST-SUB > WS-MT-TEST-COUNT
005650             OR WS-TEST-FOUND-SUB > ZERO.
005660     IF WS-TEST-FOUND-SUB = ZERO
005670         IF WS-MT-TEST-COUNT NOT < WS-TEST-MAX
005680             DISPLAY 'TRENDRPT: MORE THAN 10 TEST IDS, RECORDS '
005690                 'FOR ' WS-WORK-TEST-ID ' SKIPPED' UPON OPCNSL
005700             GO TO 4400-ADD-TO-MONTH-EXIT
005710         ELSE
005720             ADD 1 TO WS-MT-TEST-COUNT
005730             MOVE WS-MT-TEST-COUNT TO WS-TEST-FOUND-SUB
005740             MOVE WS-WORK-TEST-ID
005750                 TO WS-MT-TEST-ID (WS-TEST-FOUND-SUB)
005760             MOVE ZERO TO WS-MT-MONTH-COUNT (WS-TEST-FOUND-SUB).
005770     MOVE WS-TEST-FOUND-SUB TO WS-TEST-SUB.
005780     MOVE ZERO TO WS-MONTH-FOUND-SUB.
005790     PERFORM 4500-MATCH-ONE-MONTH
005800         THRU 4500-MATCH-ONE-MONTH-EXIT
005810         VARYING WS-MONTH-SUB FROM 1 BY 1
005820         UNTIL WS-MONTH-SUB > WS-MT-MONTH-COUNT (WS-TEST-SUB)
005830             OR WS-MONTH-FOUND-SUB > ZERO.
005840     IF WS-MONTH-FOUND-SUB > ZERO
005850         GO TO 4420-FOLD-MONTH.
005860     IF WS-MT-MONTH-COUNT (WS-TEST-SUB) = WS-MONTH-MAX
005870         PERFORM 4550-SHIFT-ONE-MONTH
005880             THRU 4550-SHIFT-ONE-MONTH-EXIT
005890             VARYING WS-MONTH-SUB FROM 2 BY 1
005900             UNTIL WS-MONTH-SUB > WS-MONTH-MAX
005910     ELSE
005920         ADD 1 TO WS-MT-MONTH-COUNT (WS-TEST-SUB).
005930     MOVE WS-MT-MONTH-COUNT (WS-TEST-SUB) TO WS-MONTH-FOUND-SUB.
005940     MOVE WS-WORK-YYYYMM
005950         TO WS-MT-YYYYMM (WS-TEST-SUB WS-MONTH-FOUND-SUB).
005960     MOVE WS-WORK-RUNS
005970         TO WS-MT-RUNS (WS-TEST-SUB WS-MONTH-FOUND-SUB).
005980     MOVE WS-WORK-MIN
005990         TO WS-MT-MIN (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006000     MOVE WS-WORK-MAX
006010         TO WS-MT-MAX (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006020     MOVE WS-WORK-TOTAL
006030         TO WS-MT-TOTAL (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006040     GO TO 4400-ADD-TO-MONTH-EXIT.
006050 4420-FOLD-MONTH.
006060     ADD WS-WORK-RUNS
006070         TO WS-MT-RUNS (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006080     ADD WS-WORK-TOTAL
006090         TO WS-MT-TOTAL (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006100     IF WS-WORK-MIN < WS-MT-MIN (WS-TEST-SUB WS-MONTH-FOUND-SUB)
006110         MOVE WS-WORK-MIN
006120             TO WS-MT-MIN (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006130     IF WS-WORK-MAX > WS-MT-MAX (WS-TEST-SUB WS-MONTH-FOUND-SUB)
006140         MOVE WS-WORK-MAX
006150             TO WS-MT-MAX (WS-TEST-SUB WS-MONTH-FOUND-SUB).
006160 4400-ADD-TO-MONTH-EXIT.
006170     EXIT.
006180 4450-MATCH-MONTH-TEST.
006190     IF WS-MT-TEST-ID (WS-TEST-SUB) = WS-WORK-TEST-ID
006200         MOVE WS-TEST-SUB TO WS-TEST-FOUND-SUB.
006210 4450-MATCH-MONTH-TEST-EXIT.
006220     EXIT.
006230 4500-MATCH-ONE-MONTH.
006240     IF WS-MT-YYYYMM (WS-TEST-SUB WS-MONTH-SUB) = WS-WORK-YYYYMM
006250         MOVE WS-MONTH-SUB TO WS-MONTH-FOUND-SUB.
006260 4500-MATCH-ONE-MONTH-EXIT.
006270     EXIT.
006280 4550-SHIFT-ONE-MONTH.
006290     MOVE WS-MT-MONTH (WS-TEST-SUB WS-MONTH-SUB)
006300         TO WS-MT-MONTH (WS-TEST-SUB WS-MONTH-SUB - 1).
006310 4550-SHIFT-ONE-MONTH-EXIT.
006320     EXIT.
006330 4600-PRINT-MONTHLY.
006340     MOVE WS-SHOW-MONTHS TO HDM-MONTHS.
006350     WRITE PRINT-LINE FROM HDM-LINE.
006360     IF WS-SUMMARY-CUTOFF = SPACES
006370         MOVE 'NO TIMESUM SUMMARIES - TIMELOG DETAIL ONLY'
006380             TO PRINT-LINE
006390         WRITE PRINT-LINE
006400     ELSE
006410         MOVE WS-SUMMARY-CUTOFF TO HDS-CUTOFF
006420         WRITE PRINT-LINE FROM HDS-LINE.
006430     PERFORM 4700-PRINT-ONE-MONTH-TEST
006440         THRU 4700-PRINT-ONE-MONTH-TEST-EXIT
006450         VARYING WS-TEST-SUB FROM 1 BY 1
006460         UNTIL WS-TEST-SUB > WS-MT-TEST-COUNT.
006470 4600-PRINT-MONTHLY-EXIT.
006480     EXIT.
006490 4700-PRINT-ONE-MONTH-TEST.
      ******************************************************************
      * THE LAST WS-SHOW-MONTHS MONTHS OF ONE TEST.  EACH MONTH'S     *
      * AVERAGE IS SHOWN AS A PERCENTAGE CHANGE FROM THE FIRST MONTH  *
      * PRINTED, AND THE LAST MONTH'S CHANGE IS THE DRIFT OVER THE    *
      * PERIOD.                                                       *
      ******************************************************************
006500     MOVE SPACES TO PRINT-LINE.
006510     WRITE PRINT-LINE.
006520     MOVE WS-MT-TEST-ID (WS-TEST-SUB) TO TST-TEST-ID.
006530     WRITE PRINT-LINE FROM TST-LINE.
006540     WRITE PRINT-LINE FROM MCL-LINE.
006550     COMPUTE WS-FIRST-MONTH-SUB =
006560         WS-MT-MONTH-COUNT (WS-TEST-SUB) - WS-SHOW-MONTHS + 1.
006570     IF WS-FIRST-MONTH-SUB < 1
006580         MOVE 1 TO WS-FIRST-MONTH-SUB.
006590     DIVIDE WS-MT-TOTAL (WS-TEST-SUB WS-FIRST-MONTH-SUB)
006600         BY WS-MT-RUNS (WS-TEST-SUB WS-FIRST-MONTH-SUB)
006610         GIVING WS-FIRST-AVG ROUNDED.
006620     MOVE ZERO TO WS-MONTHS-PRINTED.
006630     PERFORM 4800-PRINT-ONE-MONTH
006640         THRU 4800-PRINT-ONE-MONTH-EXIT
006650         VARYING WS-MONTH-SUB FROM WS-FIRST-MONTH-SUB BY 1
006660         UNTIL WS-MONTH-SUB > WS-MT-MONTH-COUNT (WS-TEST-SUB).
006670     IF WS-MONTHS-PRINTED < 2 OR WS-FIRST-AVG = ZERO
006680         GO TO 4700-PRINT-ONE-MONTH-TEST-EXIT.
006690     MOVE WS-DRIFT-PCT TO MDR-PCT.
006700     WRITE PRINT-LINE FROM MDR-LINE.
006710 4700-PRINT-ONE-MONTH-TEST-EXIT.
006720     EXIT.
006730 4800-PRINT-ONE-MONTH.
006740     ADD 1 TO WS-MONTHS-PRINTED.
006750     DIVIDE WS-MT-TOTAL (WS-TEST-SUB WS-MONTH-SUB)
006760         BY WS-MT-RUNS (WS-TEST-SUB WS-MONTH-SUB)
006770         GIVING WS-MONTH-AVG ROUNDED.
006780     MOVE WS-MT-YYYYMM (WS-TEST-SUB WS-MONTH-SUB) (1:4)
006790         TO MDT-YYYY.
006800     MOVE WS-MT-YYYYMM (WS-TEST-SUB WS-MONTH-SUB) (5:2)
006810         TO MDT-MM.
006820     MOVE WS-MT-RUNS (WS-TEST-SUB WS-MONTH-SUB) TO MDT-RUNS.
006830     MOVE WS-MT-MIN (WS-TEST-SUB WS-MONTH-SUB) TO MDT-MIN.
006840     MOVE WS-MT-MAX (WS-TEST-SUB WS-MONTH-SUB) TO MDT-MAX.
006850     MOVE WS-MONTH-AVG TO MDT-AVG.
006860     IF WS-FIRST-AVG = ZERO
006870         MOVE ZERO TO WS-DRIFT-PCT
006880     ELSE
006890         COMPUTE WS-DRIFT-PCT ROUNDED =
006900             ((WS-MONTH-AVG - WS-FIRST-AVG) * 100)
006910                 / WS-FIRST-AVG.
006920     MOVE WS-DRIFT-PCT TO MDT-PCT.
006930     MOVE '%' TO MDT-PCT-SIGN.
006940     WRITE PRINT-LINE FROM MDT-LINE.
006950 4800-PRINT-ONE-MONTH-EXIT.
006960     EXIT.
