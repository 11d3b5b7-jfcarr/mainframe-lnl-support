      ******************************************************************
      * PROGRAM:    LEDGRPT                                            *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       RUN-CONTROL LEDGER AND SCHEDULE-GAP REPORT.        *
      *             READS THE SYS2.OPS.RUNCTL LEDGER THAT AUDITRPT,   *
      *             RECON, AUDVERIF, OPSSCORE AND AUDCERT APPEND TO   *
      *             AT END OF EVERY RUN (SEE RUNCTL), LISTS THE RUNS  *
      *             WHOSE PERIOD FALLS IN THE REQUESTED DATE RANGE,   *
      *             THEN WALKS THE RANGE AGAINST EACH JOB'S SCHEDULE  *
      *             AND PRINTS ONE LINE FOR EVERY PERIOD WITH NO      *
      *             COVERING RUN, OR NO RUN THAT ENDED AT OR BELOW    *
      *             THE PROFILE'S CLEANRC:                            *
      *               - RECON, AUDVERIF, OPSSCORE: EVERY MONDAY-TO-   *
      *                 SUNDAY WEEK THAT ENDS IN THE RANGE.           *
      *               - AUDITRPT: EVERY MONTH THAT ENDS IN THE RANGE. *
      *               - AUDCERT: EVERY YEAR THAT ENDS IN THE RANGE.   *
      *             AUDVERIF CHECKS THE WHOLE LOG, SO ONE OF ITS RUNS *
      *             COVERS EVERYTHING FROM ITS LOWEST RUN DATE TO THE *
      *             DAY BEFORE IT RAN.  THE CARDIN CARD GIVES THE     *
      *             RANGE (FROM YYYYMMDD IN COLUMNS 1-8, TO YYYYMMDD  *
      *             IN COLUMNS 10-17); A MISSING OR BLANK CARD MEANS  *
      *             THE 91 DAYS ENDING YESTERDAY.  ENDS RC=4 WHEN ANY *
      *             GAP IS FOUND, RC=8 ON AN I/O OR CONTROL-CARD      *
      *             FAILURE.                                          *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      *   2026-10-15  JCF  RUNS OF UNSCHEDULED JOBS (THE DAILY         *
      *                    VSTATEXT EXTRACT) ARE LISTED BUT NOT KEPT   *
      *                    FOR THE GAP CHECK, SO THEY CANNOT FILL THE  *
      *                    RUN TABLE.                                  *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'LEDGRPT'.
000030 AUTHOR.  J CARR.
000040 INSTALLATION.  SYS2 SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070 ENVIRONMENT DIVISION.
000080 CONFIGURATION SECTION.
000090 SOURCE-COMPUTER.  IBM-360.
000100 OBJECT-COMPUTER.  IBM-360.
000110 SPECIAL-NAMES.
000120     CONSOLE IS CNSL
000130     C01 IS OPCNSL.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT OPTIONAL CARDIN ASSIGN TO CARDIN
000170         ORGANIZATION IS SEQUENTIAL.
000180     SELECT OPTIONAL PROFILE ASSIGN TO PROFILE
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-PROFILE-STATUS.
000210     SELECT SYSPRINT ASSIGN TO SYSPRINT
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-SYSPRINT-STATUS.
000240     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-RUNCTL-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CARDIN
000300     LABEL RECORDS ARE OMITTED
000310     RECORD CONTAINS 80 CHARACTERS.
000320 01  LGR-CONTROL-CARD.
000330     05  LGR-CTL-FROM-DATE          PIC X(08).
000340     05  FILLER                     PIC X(01).
000350     05  LGR-CTL-TO-DATE            PIC X(08).
000360     05  FILLER                     PIC X(63).
000370 FD  PROFILE
000380     LABEL RECORDS ARE STANDARD
000390     RECORD CONTAINS 80 CHARACTERS.
000400 COPY PROFREC.
000410 FD  SYSPRINT
000420     LABEL RECORDS ARE OMITTED
000430     RECORD CONTAINS 80 CHARACTERS.
000440 01  PRINT-LINE                     PIC X(80).
000450 FD  RUNCTL
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 80 CHARACTERS.
000480 COPY RUNCTL.
000490 WORKING-STORAGE SECTION.
000500 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000510 77  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
000520 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000530 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000540     88  CARDIN-EOF                       VALUE 'Y'.
000550 77  WS-PROFILE-EOF-SW          PIC X(01) VALUE 'N'.
000560     88  PROFILE-EOF                      VALUE 'Y'.
000570 77  WS-RUNCTL-EOF-SW           PIC X(01) VALUE 'N'.
000580     88  RUNCTL-EOF                       VALUE 'Y'.
000590 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000600     88  RUN-ERROR                        VALUE 'Y'.
000610 77  WS-FROM-DATE               PIC X(08) VALUE SPACES.
000620 77  WS-TO-DATE                 PIC X(08) VALUE SPACES.
000630 77  WS-CLEAN-RC                PIC 9(04) VALUE 0004.
000640 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000650 77  WS-BACK-DAYS               PIC S9(04) COMP VALUE ZERO.
000660 77  WS-RECORDS-READ            PIC S9(07) COMP VALUE ZERO.
000670 77  WS-RUNS-LISTED             PIC S9(07) COMP VALUE ZERO.
000680 77  WS-PERIODS-CHECKED         PIC S9(07) COMP VALUE ZERO.
000690 77  WS-PERIODS-NEVER-RUN       PIC S9(07) COMP VALUE ZERO.
000700 77  WS-PERIODS-NOT-CLEAN       PIC S9(07) COMP VALUE ZERO.
000710 77  WS-RUN-COUNT               PIC S9(04) COMP VALUE ZERO.
000720 77  WS-RUN-MAX                 PIC S9(04) COMP VALUE 2000.
000730 77  WS-RUN-SUB                 PIC S9(04) COMP VALUE ZERO.
000740 77  WS-RUN-OVERFLOW-SW         PIC X(01) VALUE 'N'.
000750     88  RUN-OVERFLOW                     VALUE 'Y'.
000760 77  WS-JOB-SUB                 PIC S9(04) COMP VALUE ZERO.
000770 77  WS-UNIT-SUB                PIC S9(04) COMP VALUE ZERO.
000780 77  WS-PHRASE-SUB              PIC S9(04) COMP VALUE ZERO.
000790 77  WS-CHECK-JOB               PIC X(08) VALUE SPACES.
000800 77  WS-PERIOD-START            PIC X(08) VALUE SPACES.
000810 77  WS-PERIOD-END              PIC X(08) VALUE SPACES.
000820 77  WS-GAP-PERIOD              PIC X(08) VALUE SPACES.
000830 77  WS-WEEK-MONDAY             PIC X(08) VALUE SPACES.
000840 77  WS-WEEK-SUNDAY             PIC X(08) VALUE SPACES.
000850 77  WS-TO-MONTH                PIC 9(06) VALUE ZERO.
000860 77  WS-YEAR-NUM                PIC 9(04) VALUE ZERO.
000870 77  WS-TO-YEAR                 PIC 9(04) VALUE ZERO.
000880 77  WS-DAYS-IN-MONTH           PIC S9(04) COMP VALUE ZERO.
000890 77  WS-BEST-RC                 PIC 9(04) VALUE ZERO.
000900 77  WS-COVER-SW                PIC X(01) VALUE 'N'.
000910     88  COVER-FOUND                      VALUE 'Y'.
000920 77  WS-CLEAN-SW                PIC X(01) VALUE 'N'.
000930     88  CLEAN-FOUND                      VALUE 'Y'.
000940 COPY DATEPARM.
000950 01  WS-WEEKLY-JOB-TABLE.
000960     05  FILLER                 PIC X(24)
000970         VALUE 'RECON   AUDVERIFOPSSCORE'.
000980 01  WS-WEEKLY-JOBS REDEFINES WS-WEEKLY-JOB-TABLE.
000990     05  WS-WEEKLY-JOB          PIC X(08) OCCURS 3 TIMES.
001000 01  WS-PHRASE-TABLE.
001010     05  FILLER                 PIC X(32)
001020         VALUE 'NEVER RAN FOR WEEK OF'.
001030     05  FILLER                 PIC X(32)
001040         VALUE 'NEVER RAN FOR MONTH OF'.
001050     05  FILLER                 PIC X(32)
001060         VALUE 'NEVER RAN FOR YEAR'.
001070     05  FILLER                 PIC X(32)
001080         VALUE 'DID NOT RUN CLEAN FOR WEEK OF'.
001090     05  FILLER                 PIC X(32)
001100         VALUE 'DID NOT RUN CLEAN FOR MONTH OF'.
001110     05  FILLER                 PIC X(32)
001120         VALUE 'DID NOT RUN CLEAN FOR YEAR'.
001130 01  WS-PHRASES REDEFINES WS-PHRASE-TABLE.
001140     05  WS-PHRASE              PIC X(32) OCCURS 6 TIMES.
001150 01  WS-RUN-TABLE.
001160     05  WS-RUN-ENTRY OCCURS 2000 TIMES.
001170         10  WS-RUN-JOBNAME     PIC X(08).
001180         10  WS-RUN-FROM        PIC X(08).
001190         10  WS-RUN-TO          PIC X(08).
001200         10  WS-RUN-RC          PIC 9(04).
001210 01  WS-MONTH-FIELDS.
001220     05  WS-MONTH-NUM           PIC 9(06).
001230     05  WS-MONTH-NUM-X REDEFINES WS-MONTH-NUM.
001240         10  WS-MONTH-YYYY      PIC 9(04).
001250         10  WS-MONTH-MM        PIC 9(02).
001260 01  WS-LEAP-FIELDS.
001270     05  WS-LEAP-QUOT           PIC S9(07) COMP.
001280     05  WS-LEAP-REM            PIC S9(07) COMP.
001290 01  WS-MONTH-DAYS-TABLE.
001300     05  FILLER                 PIC X(24)
001310         VALUE '312831303130313130313031'.
001320 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
001330     05  WS-MONTH-DAY-CT        PIC 9(02) OCCURS 12 TIMES.
001340 01  WS-WORK-DATE.
001350     05  WS-WORK-DATE-YYYYMM    PIC X(06).
001360     05  WS-WORK-DATE-DD        PIC 9(02).
001370 01  RES-LINE.
001380     05  FILLER                 PIC X(27)
001390         VALUE 'REPORT RANGE RESOLVED FROM '.
001400     05  RES-SOURCE             PIC X(16).
001410     05  FILLER                 PIC X(37) VALUE SPACES.
001420 01  HD1-LINE.
001430     05  FILLER                 PIC X(10) VALUE 'LEDGRPT'.
001440     05  FILLER                 PIC X(34)
001450         VALUE 'RUN-CONTROL LEDGER AND GAPS'.
001460     05  FILLER                 PIC X(05) VALUE 'FROM '.
001470     05  HD1-FROM               PIC X(08).
001480     05  FILLER                 PIC X(04) VALUE ' TO '.
001490     05  HD1-TO                 PIC X(08).
001500     05  FILLER                 PIC X(11) VALUE SPACES.
001510 01  HD2-LINE.
001520     05  FILLER                 PIC X(10) VALUE 'JOBNAME'.
001530     05  FILLER                 PIC X(20)
001540         VALUE 'PERIOD FROM - TO'.
001550     05  FILLER                 PIC X(07) VALUE 'RC'.
001560     05  FILLER                 PIC X(19) VALUE 'RUN DATE/TIME'.
001570     05  FILLER                 PIC X(09) VALUE 'STATUS'.
001580     05  FILLER                 PIC X(15) VALUE SPACES.
001590 01  DTL-LINE.
001600     05  DTL-JOBNAME            PIC X(08).
001610     05  FILLER                 PIC X(02) VALUE SPACES.
001620     05  DTL-FROM               PIC X(08).
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  DTL-TO                 PIC X(08).
001650     05  FILLER                 PIC X(03) VALUE SPACES.
001660     05  DTL-RC                 PIC X(04).
001670     05  FILLER                 PIC X(03) VALUE SPACES.
001680     05  DTL-RUN-DATE           PIC X(08).
001690     05  FILLER                 PIC X(01) VALUE SPACES.
001700     05  DTL-RUN-TIME           PIC X(08).
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  DTL-STATUS             PIC X(09).
001730     05  FILLER                 PIC X(15) VALUE SPACES.
001740 01  GAP-LINE.
001750     05  GAP-JOBNAME            PIC X(08).
001760     05  FILLER                 PIC X(01) VALUE SPACES.
001770     05  GAP-TEXT               PIC X(32).
001780     05  GAP-PERIOD             PIC X(08).
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  GAP-RC-LABEL           PIC X(08).
001810     05  GAP-RC                 PIC X(04).
001820     05  FILLER                 PIC X(17) VALUE SPACES.
001830 01  TOT-LINE.
001840     05  TOT-LABEL              PIC X(30).
001850     05  TOT-VALUE              PIC ZZZZZZ9.
001860     05  FILLER                 PIC X(43) VALUE SPACES.
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE
001900         THRU 1000-INITIALIZE-EXIT.
001910     IF RUN-ERROR
001920         GO TO 0000-WRAPUP.
001930     PERFORM 2000-LOAD-LEDGER
001940         THRU 2000-LOAD-LEDGER-EXIT.
001950     IF RUN-ERROR
001960         GO TO 0000-WRAPUP.
001970     MOVE SPACES TO PRINT-LINE.
001980     WRITE PRINT-LINE.
001990     MOVE 'SCHEDULE GAPS' TO PRINT-LINE.
002000     WRITE PRINT-LINE.
002010     MOVE SPACES TO PRINT-LINE.
002020     WRITE PRINT-LINE.
002030     PERFORM 3000-CHECK-WEEKLY-JOBS
002040         THRU 3000-CHECK-WEEKLY-JOBS-EXIT.
002050     PERFORM 4000-CHECK-MONTHLY-JOB
002060         THRU 4000-CHECK-MONTHLY-JOB-EXIT.
002070     PERFORM 5000-CHECK-YEARLY-JOB
002080         THRU 5000-CHECK-YEARLY-JOB-EXIT.
002090     PERFORM 6000-PRINT-TOTALS
002100         THRU 6000-PRINT-TOTALS-EXIT.
002110     IF WS-PERIODS-NEVER-RUN > ZERO
002120         OR WS-PERIODS-NOT-CLEAN > ZERO
002130         MOVE 4 TO RETURN-CODE.
002140 0000-WRAPUP.
002150     CLOSE SYSPRINT.
002160     IF RUN-ERROR
002170         MOVE 8 TO RETURN-CODE.
002180     STOP RUN.
002190 1000-INITIALIZE.
002200     OPEN OUTPUT SYSPRINT.
002210     IF WS-SYSPRINT-STATUS NOT = '00'
002220         DISPLAY 'LEDGRPT: SYSPRINT OPEN FAILED, STATUS='
002230             WS-SYSPRINT-STATUS UPON OPCNSL
002240         MOVE 'Y' TO WS-RUN-ERROR-SW
002250         GO TO 1000-INITIALIZE-EXIT.
002260     PERFORM 1500-READ-PROFILE
002270         THRU 1500-READ-PROFILE-EXIT.
002280     OPEN INPUT CARDIN.
002290     READ CARDIN
002300         AT END
002310             SET CARDIN-EOF TO TRUE.
002320     CLOSE CARDIN.
002330     IF CARDIN-EOF
002340         MOVE SPACES TO LGR-CONTROL-CARD.
002350     IF LGR-CONTROL-CARD = SPACES
002360         PERFORM 1100-DEFAULT-RANGE
002370             THRU 1100-DEFAULT-RANGE-EXIT
002380         GO TO 1050-EDIT-RANGE.
002390     MOVE LGR-CTL-FROM-DATE TO WS-FROM-DATE.
002400     MOVE LGR-CTL-TO-DATE TO WS-TO-DATE.
002410     MOVE 'CARD (ABSOLUTE)' TO RES-SOURCE.
002420 1050-EDIT-RANGE.
002430     SET DSP-FUNC-VALIDATE TO TRUE.
002440     MOVE WS-FROM-DATE TO DSP-DATE-YYYYMMDD.
002450     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002460     IF NOT DSP-GOOD-DATE
002470         DISPLAY 'LEDGRPT: FROM DATE NOT VALID: '
002480             WS-FROM-DATE UPON OPCNSL
002490         MOVE 'Y' TO WS-RUN-ERROR-SW
002500         GO TO 1000-INITIALIZE-EXIT.
002510     SET DSP-FUNC-VALIDATE TO TRUE.
002520     MOVE WS-TO-DATE TO DSP-DATE-YYYYMMDD.
002530     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002540     IF NOT DSP-GOOD-DATE
002550         DISPLAY 'LEDGRPT: TO DATE NOT VALID: '
002560             WS-TO-DATE UPON OPCNSL
002570         MOVE 'Y' TO WS-RUN-ERROR-SW
002580         GO TO 1000-INITIALIZE-EXIT.
002590     IF WS-FROM-DATE > WS-TO-DATE
002600         DISPLAY 'LEDGRPT: FROM DATE AFTER TO DATE'
002610             UPON OPCNSL
002620         MOVE 'Y' TO WS-RUN-ERROR-SW
002630         GO TO 1000-INITIALIZE-EXIT.
002640     MOVE WS-FROM-DATE TO HD1-FROM.
002650     MOVE WS-TO-DATE TO HD1-TO.
002660     WRITE PRINT-LINE FROM HD1-LINE.
002670     WRITE PRINT-LINE FROM RES-LINE.
002680     MOVE 'LEDGER CLEAN RC BOUNDARY......'
002690         TO TOT-LABEL.
002700     MOVE WS-CLEAN-RC TO TOT-VALUE.
002710     WRITE PRINT-LINE FROM TOT-LINE.
002720     MOVE SPACES TO PRINT-LINE.
002730     WRITE PRINT-LINE.
002740     WRITE PRINT-LINE FROM HD2-LINE.
002750     MOVE SPACES TO PRINT-LINE.
002760     WRITE PRINT-LINE.
002770 1000-INITIALIZE-EXIT.
002780     EXIT.
002790 1100-DEFAULT-RANGE.
      ******************************************************************
      * NO RANGE CARD - REPORT THE 91 DAYS ENDING YESTERDAY, RESOLVED *
      * THROUGH DATESUB SO THE SCHEDULED DECK NEEDS NO EDIT.  A       *
      * DATESUB FAILURE LEAVES THE RANGE BLANK FOR THE EDIT TO CATCH. *
      ******************************************************************
002800     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002810     SET DSP-FUNC-DAY-OFFSET TO TRUE.
002820     MOVE WS-RUN-DATE-YYYYMMDD TO DSP-DATE-YYYYMMDD.
002830     MOVE -1 TO DSP-DAY-OFFSET.
002840     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002850     IF NOT DSP-GOOD-DATE
002860         GO TO 1100-DEFAULT-RANGE-EXIT.
002870     MOVE DSP-RESULT-YYYYMMDD TO WS-TO-DATE.
002880     SET DSP-FUNC-DAY-OFFSET TO TRUE.
002890     MOVE WS-RUN-DATE-YYYYMMDD TO DSP-DATE-YYYYMMDD.
002900     MOVE -91 TO DSP-DAY-OFFSET.
002910     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002920     IF NOT DSP-GOOD-DATE
002930         MOVE SPACES TO WS-TO-DATE
002940         GO TO 1100-DEFAULT-RANGE-EXIT.
002950     MOVE DSP-RESULT-YYYYMMDD TO WS-FROM-DATE.
002960     MOVE 'DEFAULT 91 DAYS' TO RES-SOURCE.
002970 1100-DEFAULT-RANGE-EXIT.
002980     EXIT.
002990 1500-READ-PROFILE.
      ******************************************************************
      * SITE-PROFILE SETTINGS (SEE PROFREC).  CLEANRC IS THE HIGHEST  *
      * LEDGER RC THAT COUNTS AS A CLEAN RUN - THE SAME BOUNDARY THE  *
      * AUDPURGE GATE USES.  THE EFFECTIVE VALUE IS ECHOED ON         *
      * SYSPRINT.                                                     *
      ******************************************************************
003000     OPEN INPUT PROFILE.
003010     IF WS-PROFILE-STATUS NOT = '00' AND
003020        WS-PROFILE-STATUS NOT = '05'
003030         GO TO 1500-READ-PROFILE-EXIT.
003040     PERFORM 1600-READ-PROFILE-CARD
003050         THRU 1600-READ-PROFILE-CARD-EXIT
003060         UNTIL PROFILE-EOF.
003070 1500-READ-PROFILE-EXIT.
003080     CLOSE PROFILE.
003090     EXIT.
003100 1600-READ-PROFILE-CARD.
003110     READ PROFILE
003120         AT END
003130             SET PROFILE-EOF TO TRUE
003140             GO TO 1600-READ-PROFILE-CARD-EXIT.
003150     IF PRF-KEYWORD = 'CLEANRC' AND PRF-VALUE NUMERIC
003160         MOVE PRF-VALUE TO WS-CLEAN-RC.
003170 1600-READ-PROFILE-CARD-EXIT.
003180     EXIT.
003190 2000-LOAD-LEDGER.
003200     OPEN INPUT RUNCTL.
003210     IF WS-RUNCTL-STATUS NOT = '00' AND
003220        WS-RUNCTL-STATUS NOT = '05'
003230         DISPLAY 'LEDGRPT: RUNCTL OPEN FAILED, STATUS='
003240             WS-RUNCTL-STATUS UPON OPCNSL
003250         MOVE 'Y' TO WS-RUN-ERROR-SW
003260         GO TO 2000-LOAD-LEDGER-EXIT.
003270     PERFORM 2100-LOAD-ONE-RUN
003280         THRU 2100-LOAD-ONE-RUN-EXIT
003290         UNTIL RUNCTL-EOF.
003300     CLOSE RUNCTL.
003310     IF WS-RUNS-LISTED = ZERO
003320         MOVE 'NO LEDGER RUNS IN RANGE' TO PRINT-LINE
003330         WRITE PRINT-LINE.
003340 2000-LOAD-LEDGER-EXIT.
003350     EXIT.
003360 2100-LOAD-ONE-RUN.
      ******************************************************************
      * ONLY THE SCHEDULED JOBS ARE GAP-CHECKED, SO ONLY THEIR RUNS   *
      * ARE KEPT; OTHER LEDGERED RUNS (VSTATEXT) ARE LISTED ONLY.  A  *
      * RUN THAT ENDS BEFORE THE RANGE OR STARTS AFTER IT CANNOT      *
      * COVER A PERIOD ENDING IN THE RANGE, SO IT IS NOT KEPT EITHER; *
      * THE TABLE THEN HOLDS THE RANGE'S RUNS HOWEVER LARGE THE       *
      * LEDGER GROWS.  AN AUDVERIF RUN COVERS UP TO THE DAY BEFORE IT *
      * RAN (SEE 2300).                                               *
      ******************************************************************
003365     READ RUNCTL
003370         AT END
003375             SET RUNCTL-EOF TO TRUE
003380             GO TO 2100-LOAD-ONE-RUN-EXIT.
003385     ADD 1 TO WS-RECORDS-READ.
003390     PERFORM 2200-LIST-ONE-RUN
003395         THRU 2200-LIST-ONE-RUN-EXIT.
003400     IF RCL-JOBNAME NOT = 'RECON   '
003405         AND RCL-JOBNAME NOT = 'AUDVERIF'
003410         AND RCL-JOBNAME NOT = 'OPSSCORE'
003415         AND RCL-JOBNAME NOT = 'AUDITRPT'
003420         AND RCL-JOBNAME NOT = 'AUDCERT '
003425         GO TO 2100-LOAD-ONE-RUN-EXIT.
003430     IF RCL-PERIOD-FROM NOT NUMERIC
003435         OR RCL-PERIOD-TO NOT NUMERIC
003440         OR RCL-RETURN-CODE NOT NUMERIC
003445         GO TO 2100-LOAD-ONE-RUN-EXIT.
003450     IF RCL-PERIOD-FROM > WS-TO-DATE
003455         GO TO 2100-LOAD-ONE-RUN-EXIT.
003460     IF RCL-PERIOD-TO < WS-FROM-DATE
003465         IF RCL-JOBNAME NOT = 'AUDVERIF'
003470             OR RCL-RUN-DATE NOT > WS-FROM-DATE
003475             GO TO 2100-LOAD-ONE-RUN-EXIT.
003480     IF WS-RUN-COUNT NOT < WS-RUN-MAX
003485         IF NOT RUN-OVERFLOW
003490             DISPLAY 'LEDGRPT: MORE THAN 2000 RUNS IN RANGE, '
003495                 'GAP CHECK USES THE OLDEST' UPON OPCNSL
003500             SET RUN-OVERFLOW TO TRUE
003505             GO TO 2100-LOAD-ONE-RUN-EXIT
003510         ELSE
003515             GO TO 2100-LOAD-ONE-RUN-EXIT.
003520     ADD 1 TO WS-RUN-COUNT.
003525     MOVE RCL-JOBNAME TO WS-RUN-JOBNAME (WS-RUN-COUNT).
003530     MOVE RCL-PERIOD-FROM TO WS-RUN-FROM (WS-RUN-COUNT).
003535     MOVE RCL-PERIOD-TO TO WS-RUN-TO (WS-RUN-COUNT).
003540     MOVE RCL-RETURN-CODE TO WS-RUN-RC (WS-RUN-COUNT).
003545     IF RCL-JOBNAME = 'AUDVERIF'
003550         PERFORM 2300-EXTEND-WHOLE-LOG-RUN
003555             THRU 2300-EXTEND-WHOLE-LOG-RUN-EXIT.
003560 2100-LOAD-ONE-RUN-EXIT.
003565     EXIT.
003660 2200-LIST-ONE-RUN.
      ******************************************************************
      * LIST A RUN WHEN ITS PERIOD OVERLAPS THE RANGE, OR - FOR A RUN *
      * THAT FAILED BEFORE ITS PERIOD WAS KNOWN - WHEN IT RAN IN THE  *
      * RANGE.                                                        *
      ******************************************************************
003670     IF RCL-PERIOD-FROM = SPACES
003680         IF RCL-RUN-DATE < WS-FROM-DATE
003690             OR RCL-RUN-DATE > WS-TO-DATE
003700             GO TO 2200-LIST-ONE-RUN-EXIT
003710         ELSE
003720             MOVE 'NO PERIOD' TO DTL-STATUS
003730     ELSE
003740         IF RCL-PERIOD-FROM > WS-TO-DATE
003750             OR RCL-PERIOD-TO < WS-FROM-DATE
003760             GO TO 2200-LIST-ONE-RUN-EXIT.
003770     IF RCL-PERIOD-FROM NOT = SPACES
003780         IF RCL-RETURN-CODE NUMERIC
003790             AND RCL-RETURN-CODE NOT > WS-CLEAN-RC
003800             MOVE 'CLEAN' TO DTL-STATUS
003810         ELSE
003820             MOVE 'NOT CLEAN' TO DTL-STATUS.
003830     ADD 1 TO WS-RUNS-LISTED.
003840     MOVE RCL-JOBNAME TO DTL-JOBNAME.
003850     MOVE RCL-PERIOD-FROM TO DTL-FROM.
003860     MOVE RCL-PERIOD-TO TO DTL-TO.
003870     MOVE RCL-RETURN-CODE TO DTL-RC.
003880     MOVE RCL-RUN-DATE TO DTL-RUN-DATE.
003890     MOVE RCL-RUN-TIME TO DTL-RUN-TIME.
003900     WRITE PRINT-LINE FROM DTL-LINE.
003910 2200-LIST-ONE-RUN-EXIT.
003920     EXIT.
003930 2300-EXTEND-WHOLE-LOG-RUN.
      ******************************************************************
      * AUDVERIF VERIFIES THE WHOLE LOG, SO ITS RUN ATTESTS TO EVERY  *
      * DAY UP TO THE DAY BEFORE IT RAN EVEN WHEN THE LAST DAYS HAD   *
      * NO SUITE RUNS (WEEKENDS, HOLIDAYS).                           *
      ******************************************************************
003940     SET DSP-FUNC-DAY-OFFSET TO TRUE.
003950     MOVE RCL-RUN-DATE TO DSP-DATE-YYYYMMDD.
003960     MOVE -1 TO DSP-DAY-OFFSET.
003970     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003980     IF NOT DSP-GOOD-DATE
003990         GO TO 2300-EXTEND-WHOLE-LOG-RUN-EXIT.
004000     IF DSP-RESULT-YYYYMMDD > WS-RUN-TO (WS-RUN-COUNT)
004010         MOVE DSP-RESULT-YYYYMMDD TO WS-RUN-TO (WS-RUN-COUNT).
004020 2300-EXTEND-WHOLE-LOG-RUN-EXIT.
004030     EXIT.
004040 3000-CHECK-WEEKLY-JOBS.
      ******************************************************************
      * STEP THROUGH THE MONDAY-TO-SUNDAY WEEKS THAT END IN THE       *
      * RANGE, STARTING AT THE FIRST MONDAY ON OR AFTER THE FROM      *
      * DATE (DATESUB DAY OF WEEK: 2=MON).                            *
      ******************************************************************
004050     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
004060     MOVE WS-FROM-DATE TO DSP-DATE-YYYYMMDD.
004070     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004080     IF NOT DSP-GOOD-DATE
004090         GO TO 3000-CHECK-WEEKLY-JOBS-EXIT.
004100     COMPUTE WS-BACK-DAYS = 2 - DSP-DAY-OF-WEEK.
004110     IF WS-BACK-DAYS < ZERO
004120         ADD 7 TO WS-BACK-DAYS.
004130     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004140     MOVE WS-FROM-DATE TO DSP-DATE-YYYYMMDD.
004150     MOVE WS-BACK-DAYS TO DSP-DAY-OFFSET.
004160     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004170     IF NOT DSP-GOOD-DATE
004180         GO TO 3000-CHECK-WEEKLY-JOBS-EXIT.
004190     MOVE DSP-RESULT-YYYYMMDD TO WS-WEEK-MONDAY.
004200     PERFORM 3100-CHECK-ONE-WEEK
004210         THRU 3100-CHECK-ONE-WEEK-EXIT
004220         UNTIL WS-WEEK-MONDAY > WS-TO-DATE.
004230 3000-CHECK-WEEKLY-JOBS-EXIT.
004240     EXIT.
004250 3100-CHECK-ONE-WEEK.
004260     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004270     MOVE WS-WEEK-MONDAY TO DSP-DATE-YYYYMMDD.
004280     MOVE 6 TO DSP-DAY-OFFSET.
004290     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004300     IF NOT DSP-GOOD-DATE
004310         MOVE HIGH-VALUES TO WS-WEEK-MONDAY
004320         GO TO 3100-CHECK-ONE-WEEK-EXIT.
004330     MOVE DSP-RESULT-YYYYMMDD TO WS-WEEK-SUNDAY.
004340     IF WS-WEEK-SUNDAY > WS-TO-DATE
004350         MOVE HIGH-VALUES TO WS-WEEK-MONDAY
004360         GO TO 3100-CHECK-ONE-WEEK-EXIT.
004370     MOVE WS-WEEK-MONDAY TO WS-PERIOD-START.
004380     MOVE WS-WEEK-SUNDAY TO WS-PERIOD-END.
004390     MOVE WS-WEEK-MONDAY TO WS-GAP-PERIOD.
004400     MOVE 1 TO WS-UNIT-SUB.
004410     PERFORM 3200-CHECK-ONE-WEEKLY-JOB
004420         THRU 3200-CHECK-ONE-WEEKLY-JOB-EXIT
004430         VARYING WS-JOB-SUB FROM 1 BY 1
004440         UNTIL WS-JOB-SUB > 3.
004450     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004460     MOVE WS-WEEK-MONDAY TO DSP-DATE-YYYYMMDD.
004470     MOVE 7 TO DSP-DAY-OFFSET.
004480     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004490     IF DSP-GOOD-DATE
004500         MOVE DSP-RESULT-YYYYMMDD TO WS-WEEK-MONDAY
004510     ELSE
004520         MOVE HIGH-VALUES TO WS-WEEK-MONDAY.
004530 3100-CHECK-ONE-WEEK-EXIT.
004540     EXIT.
004550 3200-CHECK-ONE-WEEKLY-JOB.
004560     MOVE WS-WEEKLY-JOB (WS-JOB-SUB) TO WS-CHECK-JOB.
004570     PERFORM 7500-CHECK-PERIOD
004580         THRU 7500-CHECK-PERIOD-EXIT.
004590 3200-CHECK-ONE-WEEKLY-JOB-EXIT.
004600     EXIT.
004610 4000-CHECK-MONTHLY-JOB.
      ******************************************************************
      * AUDITRPT COVERS ONE CALENDAR MONTH PER RUN.  CHECK EVERY      *
      * MONTH WHOSE LAST DAY FALLS IN THE RANGE.                      *
      ******************************************************************
004620     MOVE WS-FROM-DATE (1:6) TO WS-MONTH-NUM.
004630     MOVE WS-TO-DATE (1:6) TO WS-TO-MONTH.
004640     MOVE 2 TO WS-UNIT-SUB.
004650     MOVE 'AUDITRPT' TO WS-CHECK-JOB.
004660     PERFORM 4100-CHECK-ONE-MONTH
004670         THRU 4100-CHECK-ONE-MONTH-EXIT
004680         UNTIL WS-MONTH-NUM > WS-TO-MONTH.
004690 4000-CHECK-MONTHLY-JOB-EXIT.
004700     EXIT.
004710 4100-CHECK-ONE-MONTH.
004720     MOVE WS-MONTH-DAY-CT (WS-MONTH-MM) TO WS-DAYS-IN-MONTH.
004730     IF WS-MONTH-MM = 02
004740         PERFORM 7100-LEAP-YEAR-CHECK
004750             THRU 7100-LEAP-YEAR-CHECK-EXIT.
004760     MOVE WS-MONTH-NUM TO WS-WORK-DATE-YYYYMM.
004770     MOVE 01 TO WS-WORK-DATE-DD.
004780     MOVE WS-WORK-DATE TO WS-PERIOD-START.
004790     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DATE-DD.
004800     MOVE WS-WORK-DATE TO WS-PERIOD-END.
004810     IF WS-PERIOD-END NOT < WS-FROM-DATE
004820         AND WS-PERIOD-END NOT > WS-TO-DATE
004830         MOVE SPACES TO WS-GAP-PERIOD
004840         MOVE WS-MONTH-NUM TO WS-GAP-PERIOD (1:6)
004850         PERFORM 7500-CHECK-PERIOD
004860             THRU 7500-CHECK-PERIOD-EXIT.
004870     IF WS-MONTH-MM = 12
004880         ADD 1 TO WS-MONTH-YYYY
004890         MOVE 01 TO WS-MONTH-MM
004900     ELSE
004910         ADD 1 TO WS-MONTH-MM.
004920 4100-CHECK-ONE-MONTH-EXIT.
004930     EXIT.
004940 5000-CHECK-YEARLY-JOB.
      ******************************************************************
      * AUDCERT COVERS ONE CALENDAR YEAR PER RUN.  CHECK EVERY YEAR   *
      * WHOSE DECEMBER 31 FALLS IN THE RANGE.                         *
      ******************************************************************
004950     MOVE WS-FROM-DATE (1:4) TO WS-YEAR-NUM.
004960     MOVE WS-TO-DATE (1:4) TO WS-TO-YEAR.
004970     MOVE 3 TO WS-UNIT-SUB.
004980     MOVE 'AUDCERT' TO WS-CHECK-JOB.
004990     PERFORM 5100-CHECK-ONE-YEAR
005000         THRU 5100-CHECK-ONE-YEAR-EXIT
005010         UNTIL WS-YEAR-NUM > WS-TO-YEAR.
005020 5000-CHECK-YEARLY-JOB-EXIT.
005030     EXIT.
005040 5100-CHECK-ONE-YEAR.
005050     MOVE WS-YEAR-NUM TO WS-PERIOD-START (1:4).
005060     MOVE '0101' TO WS-PERIOD-START (5:4).
005070     MOVE WS-YEAR-NUM TO WS-PERIOD-END (1:4).
005080     MOVE '1231' TO WS-PERIOD-END (5:4).
005090     IF WS-PERIOD-END NOT < WS-FROM-DATE
005100         AND WS-PERIOD-END NOT > WS-TO-DATE
005110         MOVE SPACES TO WS-GAP-PERIOD
005120         MOVE WS-YEAR-NUM TO WS-GAP-PERIOD (1:4)
005130         PERFORM 7500-CHECK-PERIOD
005140             THRU 7500-CHECK-PERIOD-EXIT.
005150     ADD 1 TO WS-YEAR-NUM.
005160 5100-CHECK-ONE-YEAR-EXIT.
005170     EXIT.
005180 6000-PRINT-TOTALS.
005190     IF WS-PERIODS-NEVER-RUN = ZERO
005200         AND WS-PERIODS-NOT-CLEAN = ZERO
005210         MOVE 'NO SCHEDULE GAPS - EVERY PERIOD HAS A CLEAN RUN'
005220             TO PRINT-LINE
005230         WRITE PRINT-LINE.
005240     MOVE SPACES TO PRINT-LINE.
005250     WRITE PRINT-LINE.
005260     MOVE 'LEDGER RECORDS READ...........'
005270         TO TOT-LABEL.
005280     MOVE WS-RECORDS-READ TO TOT-VALUE.
005290     WRITE PRINT-LINE FROM TOT-LINE.
005300     MOVE 'LEDGER RUNS IN RANGE..........'
005310         TO TOT-LABEL.
005320     MOVE WS-RUNS-LISTED TO TOT-VALUE.
005330     WRITE PRINT-LINE FROM TOT-LINE.
005340     MOVE 'SCHEDULED PERIODS CHECKED.....'
005350         TO TOT-LABEL.
005360     MOVE WS-PERIODS-CHECKED TO TOT-VALUE.
005370     WRITE PRINT-LINE FROM TOT-LINE.
005380     MOVE 'PERIODS NEVER RUN.............'
005390         TO TOT-LABEL.
005400     MOVE WS-PERIODS-NEVER-RUN TO TOT-VALUE.
005410     WRITE PRINT-LINE FROM TOT-LINE.
005420     MOVE 'PERIODS NOT RUN CLEAN.........'
005430         TO TOT-LABEL.
005440     MOVE WS-PERIODS-NOT-CLEAN TO TOT-VALUE.
005450     WRITE PRINT-LINE FROM TOT-LINE.
005460 6000-PRINT-TOTALS-EXIT.
005470     EXIT.
005480 7100-LEAP-YEAR-CHECK.
005490     DIVIDE WS-MONTH-YYYY BY 4 GIVING WS-LEAP-QUOT
005500         REMAINDER WS-LEAP-REM.
005510     IF WS-LEAP-REM NOT = ZERO
005520         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
005530     DIVIDE WS-MONTH-YYYY BY 100 GIVING WS-LEAP-QUOT
005540         REMAINDER WS-LEAP-REM.
005550     IF WS-LEAP-REM NOT = ZERO
005560         MOVE 29 TO WS-DAYS-IN-MONTH
005570         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
005580     DIVIDE WS-MONTH-YYYY BY 400 GIVING WS-LEAP-QUOT
005590         REMAINDER WS-LEAP-REM.
005600     IF WS-LEAP-REM = ZERO
005610         MOVE 29 TO WS-DAYS-IN-MONTH.
005620 7100-LEAP-YEAR-CHECK-EXIT.
005630     EXIT.
005640 7500-CHECK-PERIOD.
      ******************************************************************
      * ONE SCHEDULED PERIOD OF ONE JOB (WS-CHECK-JOB, WS-PERIOD-     *
      * START TO WS-PERIOD-END).  A RUN COVERS IT WHEN ITS PERIOD     *
      * STARTS ON OR BEFORE THE FIRST DAY AND ENDS ON OR AFTER THE    *
      * LAST.  NO COVERING RUN PRINTS NEVER RAN; COVERING RUNS THAT   *
      * ALL ENDED ABOVE CLEANRC PRINT DID NOT RUN CLEAN WITH THE BEST *
      * RC SEEN.                                                      *
      ******************************************************************
005650     ADD 1 TO WS-PERIODS-CHECKED.
005660     MOVE 'N' TO WS-COVER-SW.
005670     MOVE 'N' TO WS-CLEAN-SW.
005680     MOVE 9999 TO WS-BEST-RC.
005690     PERFORM 7600-CHECK-ONE-RUN
005700         THRU 7600-CHECK-ONE-RUN-EXIT
005710         VARYING WS-RUN-SUB FROM 1 BY 1
005720         UNTIL WS-RUN-SUB > WS-RUN-COUNT
005730             OR CLEAN-FOUND.
005740     IF CLEAN-FOUND
005750         GO TO 7500-CHECK-PERIOD-EXIT.
005760     MOVE WS-CHECK-JOB TO GAP-JOBNAME.
005770     MOVE WS-GAP-PERIOD TO GAP-PERIOD.
005780     IF COVER-FOUND
005790         COMPUTE WS-PHRASE-SUB = WS-UNIT-SUB + 3
005800         MOVE 'BEST RC ' TO GAP-RC-LABEL
005810         MOVE WS-BEST-RC TO GAP-RC
005820         ADD 1 TO WS-PERIODS-NOT-CLEAN
005830     ELSE
005840         MOVE WS-UNIT-SUB TO WS-PHRASE-SUB
005850         MOVE SPACES TO GAP-RC-LABEL
005860         MOVE SPACES TO GAP-RC
005870         ADD 1 TO WS-PERIODS-NEVER-RUN.
005880     MOVE WS-PHRASE (WS-PHRASE-SUB) TO GAP-TEXT.
005890     WRITE PRINT-LINE FROM GAP-LINE.
005900 7500-CHECK-PERIOD-EXIT.
005910     EXIT.
005920 7600-CHECK-ONE-RUN.
005930     IF WS-RUN-JOBNAME (WS-RUN-SUB) NOT = WS-CHECK-JOB
005940         GO TO 7600-CHECK-ONE-RUN-EXIT.
005950     IF WS-RUN-FROM (WS-RUN-SUB) > WS-PERIOD-START
005960         OR WS-RUN-TO (WS-RUN-SUB) < WS-PERIOD-END
005970         GO TO 7600-CHECK-ONE-RUN-EXIT.
005980     SET COVER-FOUND TO TRUE.
005990     IF WS-RUN-RC (WS-RUN-SUB) < WS-BEST-RC
006000         MOVE WS-RUN-RC (WS-RUN-SUB) TO WS-BEST-RC.
006010     IF WS-RUN-RC (WS-RUN-SUB) NOT > WS-CLEAN-RC
006020         SET CLEAN-FOUND TO TRUE.
006030 7600-CHECK-ONE-RUN-EXIT.
006040     EXIT.
