      ******************************************************************
      * PROGRAM:    TIMEROLL                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       TIMING-LOG SUMMARIZATION AND RETENTION.  HELLO    *
      *             APPENDS ONE SYS2.HELLO.TIMELOG RECORD PER TEST    *
      *             CASE PLUS THE SUITE RECORD ON EVERY RUN AND       *
      *             NOTHING EVER TRIMMED IT.  TIMEROLL ROLLS EVERY    *
      *             DETAIL RECORD DATED BEFORE THE RETENTION CUTOFF   *
      *             INTO THE SYS2.HELLO.TIMESUM SUMMARY FILE (TIMESUM *
      *             LAYOUT) - ONE RECORD PER TEST ID PER DAY AND PER  *
      *             MONTH WITH RUN COUNT, MINIMUM, MAXIMUM AND        *
      *             AVERAGE ELAPSED HUNDREDTHS - MERGING WITH THE     *
      *             SUMMARIES ALREADY ON FILE THROUGH ONE SORT, AND   *
      *             WRITES A NEW TIMELOG HOLDING ONLY THE RECENT      *
      *             DETAIL (TIMENEW DD) AND A NEW SUMMARY FILE        *
      *             (SUMNEW DD) THAT THE JOB COPIES BACK WHEN THE     *
      *             RUN ENDS CLEAN.  THE SUMMARY FILE'S CONTROL       *
      *             RECORD CARRIES THE CUTOFF SO AUDVERIF AND         *
      *             TRENDRPT KNOW WHERE THE DETAIL STARTS.  THE       *
      *             CUTOFF COMES FROM THE CARDIN CARD (YYYYMMDD OR    *
      *             TODAY-NNNN, AS FOR AUDPURGE) OR, WITH NO CARD,    *
      *             TODAY MINUS THE PROFILE'S TIMEDAYS (DEFAULT 90).  *
      *             A CUTOFF LEAVING UNDER 31 DAYS OF DETAIL IS       *
      *             REFUSED SO THE WEEKLY REPORTS AND TRENDRPT'S      *
      *             LONGEST RUN WINDOW ALWAYS FIND DETAIL.  BEFORE    *
      *             AND AFTER COUNTS FOR BOTH FILES AND EVERY MONTH   *
      *             SUMMARY TOUCHED ARE PRINTED ON SYSPRINT SO EACH   *
      *             RUN IS AUDITABLE.  RC=8 ON A BAD CUTOFF, AN I/O   *
      *             FAILURE OR COUNTS THAT DO NOT BALANCE.            *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'TIMEROLL'.
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
000240     SELECT TIMELOG ASSIGN TO TIMELOG
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-TIMELOG-STATUS.
000270     SELECT TIMENEW ASSIGN TO TIMENEW
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-TIMENEW-STATUS.
000300     SELECT OPTIONAL SUMIN ASSIGN TO TIMESUM
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-SUMIN-STATUS.
000330     SELECT SUMNEW ASSIGN TO SUMNEW
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-SUMNEW-STATUS.
000360     SELECT SUMSORT ASSIGN TO SORTWK01.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CARDIN
000400     LABEL RECORDS ARE OMITTED
000410     RECORD CONTAINS 80 CHARACTERS.
000420 01  TRL-CONTROL-CARD.
000430     05  TRL-CTL-CUTOFF-DATE        PIC X(08).
000440     05  FILLER                     PIC X(72).
000450 01  TRL-CONTROL-CARD-ALT.
000460     05  TRL-CTL-RELATIVE           PIC X(12).
000470     05  FILLER                     PIC X(68).
000480 FD  PROFILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 80 CHARACTERS.
000510 COPY PROFREC.
000520 FD  SYSPRINT
000530     LABEL RECORDS ARE OMITTED
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  PRINT-LINE                     PIC X(80).
000560 FD  TIMELOG
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 40 CHARACTERS.
000590 COPY TIMEREC.
000600 FD  TIMENEW
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 40 CHARACTERS.
000630 01  TIMENEW-RECORD                 PIC X(40).
000640 FD  SUMIN
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  SUMIN-RECORD                   PIC X(80).
000680 FD  SUMNEW
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 COPY TIMESUM.
000720 SD  SUMSORT.
000730 01  SUMSORT-RECORD.
000740     05  SRT-KEY.
000750         10  SRT-TYPE               PIC X(01).
000760         10  SRT-TEST-ID            PIC X(08).
000770         10  SRT-PERIOD             PIC X(08).
000780     05  SRT-RUN-COUNT              PIC S9(07) COMP.
000790     05  SRT-MIN-HUNDS              PIC S9(08) COMP.
000800     05  SRT-MAX-HUNDS              PIC S9(08) COMP.
000810     05  SRT-TOTAL-HUNDS            PIC S9(12) COMP.
000820     05  SRT-ROLLED-DATE            PIC X(08).
000830 WORKING-STORAGE SECTION.
000840 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000850 77  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
000860 77  WS-TIMELOG-STATUS          PIC X(02) VALUE SPACES.
000870 77  WS-TIMENEW-STATUS          PIC X(02) VALUE SPACES.
000880 77  WS-SUMIN-STATUS            PIC X(02) VALUE SPACES.
000890 77  WS-SUMNEW-STATUS           PIC X(02) VALUE SPACES.
000900 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000910     88  CARDIN-EOF                       VALUE 'Y'.
000920 77  WS-PROFILE-EOF-SW          PIC X(01) VALUE 'N'.
000930     88  PROFILE-EOF                      VALUE 'Y'.
000940 77  WS-TIMELOG-EOF-SW          PIC X(01) VALUE 'N'.
000950     88  TIMELOG-EOF                      VALUE 'Y'.
000960 77  WS-SUMIN-EOF-SW            PIC X(01) VALUE 'N'.
000970     88  SUMIN-EOF                        VALUE 'Y'.
000980 77  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
000990     88  SORT-EOF                         VALUE 'Y'.
001000 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
001010     88  RUN-ERROR                        VALUE 'Y'.
001020 77  WS-OUTPUT-OPEN-SW          PIC X(01) VALUE 'N'.
001030     88  OUTPUT-OPEN                      VALUE 'Y'.
001040 77  WS-ACC-ACTIVE-SW           PIC X(01) VALUE 'N'.
001050     88  ACC-ACTIVE                       VALUE 'Y'.
001060 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
001070 77  WS-CUTOFF-DATE             PIC X(08) VALUE SPACES.
001080 77  WS-PRIOR-CUTOFF            PIC X(08) VALUE SPACES.
001090 77  WS-EARLIEST-CUTOFF         PIC X(08) VALUE SPACES.
001100 77  WS-RETAIN-DAYS             PIC S9(04) COMP VALUE 90.
001110 77  WS-RETAIN-MIN              PIC S9(04) COMP VALUE 31.
001120 77  WS-REL-SUB                 PIC S9(04) COMP VALUE ZERO.
001130 77  WS-REL-OFFSET              PIC S9(04) COMP VALUE ZERO.
001140 77  WS-REL-DIGIT               PIC 9(01) VALUE ZERO.
001150 77  WS-REL-DONE-SW             PIC X(01) VALUE 'N'.
001160     88  REL-PARSE-DONE                   VALUE 'Y'.
001170 77  WS-REL-ERROR-SW            PIC X(01) VALUE 'N'.
001180     88  REL-PARSE-ERROR                  VALUE 'Y'.
001190 77  WS-TIMELOG-BEFORE          PIC S9(07) COMP VALUE ZERO.
001200 77  WS-TIMELOG-AFTER           PIC S9(07) COMP VALUE ZERO.
001210 77  WS-DETAIL-ROLLED           PIC S9(07) COMP VALUE ZERO.
001220 77  WS-DETAIL-DROPPED          PIC S9(07) COMP VALUE ZERO.
001230 77  WS-DETAIL-UNUSABLE         PIC S9(07) COMP VALUE ZERO.
001240 77  WS-SUMMARY-BEFORE          PIC S9(07) COMP VALUE ZERO.
001250 77  WS-SUMMARY-SKIPPED         PIC S9(07) COMP VALUE ZERO.
001260 77  WS-DAYS-AFTER              PIC S9(07) COMP VALUE ZERO.
001270 77  WS-MONTHS-AFTER            PIC S9(07) COMP VALUE ZERO.
001280 77  WS-SUMMARY-AFTER           PIC S9(07) COMP VALUE ZERO.
001290 77  WS-MONTHS-TOUCHED          PIC S9(07) COMP VALUE ZERO.
001300 77  WS-SORT-RELEASED           PIC S9(07) COMP VALUE ZERO.
001310 77  WS-SORT-RETURNED           PIC S9(07) COMP VALUE ZERO.
001320 77  WS-BALANCE-CHECK           PIC S9(07) COMP VALUE ZERO.
001330 77  WS-ACC-RUN-COUNT           PIC S9(07) COMP VALUE ZERO.
001340 77  WS-ACC-MIN-HUNDS           PIC S9(08) COMP VALUE ZERO.
001350 77  WS-ACC-MAX-HUNDS           PIC S9(08) COMP VALUE ZERO.
001360 77  WS-ACC-TOTAL-HUNDS         PIC S9(12) COMP VALUE ZERO.
001370 77  WS-ACC-AVG-HUNDS           PIC S9(08) COMP VALUE ZERO.
001380 77  WS-ACC-ROLLED-DATE         PIC X(08) VALUE SPACES.
001390 01  WS-ACC-KEY.
001400     05  WS-ACC-TYPE            PIC X(01).
001410     05  WS-ACC-TEST-ID         PIC X(08).
001420     05  WS-ACC-PERIOD          PIC X(08).
001430 COPY DATEPARM.
001440 01  HD1-LINE.
001450     05  FILLER                 PIC X(10) VALUE 'TIMEROLL'.
001460     05  FILLER                 PIC X(32)
001470         VALUE 'TIMING-LOG SUMMARIZATION RUN'.
001480     05  FILLER                 PIC X(07) VALUE 'CUTOFF '.
001490     05  HD1-CUTOFF             PIC X(08).
001500     05  FILLER                 PIC X(23) VALUE SPACES.
001510 01  RES-LINE.
001520     05  FILLER                 PIC X(22)
001530         VALUE 'CUTOFF RESOLVED FROM  '.
001540     05  RES-SOURCE             PIC X(16).
001550     05  FILLER                 PIC X(42) VALUE SPACES.
001560 01  PRI-LINE.
001570     05  FILLER                 PIC X(22)
001580         VALUE 'PRIOR SUMMARY CUTOFF  '.
001590     05  PRI-CUTOFF             PIC X(08).
001600     05  FILLER                 PIC X(50) VALUE SPACES.
001610 01  MTH-HEAD-LINE.
001620     05  FILLER                 PIC X(40)
001630         VALUE 'MONTH SUMMARIES UPDATED BY THIS RUN'.
001640     05  FILLER                 PIC X(40) VALUE SPACES.
001650 01  MTH-COL-LINE.
001660     05  FILLER                 PIC X(40)
001670         VALUE '  TEST ID   MONTH       RUNS       MIN  '.
001680     05  FILLER                 PIC X(40)
001690         VALUE '     MAX       AVG'.
001700 01  MTH-LINE.
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  MTH-TEST-ID            PIC X(08).
001730     05  FILLER                 PIC X(02) VALUE SPACES.
001740     05  MTH-MONTH              PIC X(06).
001750     05  FILLER                 PIC X(02) VALUE SPACES.
001760     05  MTH-RUNS               PIC ZZZZZZ9.
001770     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  MTH-MIN                PIC ZZZZZZZ9.
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  MTH-MAX                PIC ZZZZZZZ9.
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  MTH-AVG                PIC ZZZZZZZ9.
001830     05  FILLER                 PIC X(23) VALUE SPACES.
001840 01  TOT-LINE.
001850     05  TOT-LABEL              PIC X(30).
001860     05  TOT-VALUE              PIC ZZZZZZ9.
001870     05  FILLER                 PIC X(43) VALUE SPACES.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001910     PERFORM 1000-INITIALIZE
001920         THRU 1000-INITIALIZE-EXIT.
001930     IF RUN-ERROR
001940         GO TO 0000-WRAPUP.
001950     PERFORM 2000-OPEN-OUTPUTS
001960         THRU 2000-OPEN-OUTPUTS-EXIT.
001970     IF RUN-ERROR
001980         GO TO 0000-WRAPUP.
001990     PERFORM 2100-READ-PRIOR-CONTROL
002000         THRU 2100-READ-PRIOR-CONTROL-EXIT.
002010     IF RUN-ERROR
002020         GO TO 0000-WRAPUP.
002030     PERFORM 3000-ROLL-TIMELOG
002040         THRU 3000-ROLL-TIMELOG-EXIT.
002050     IF RUN-ERROR
002060         GO TO 0000-WRAPUP.
002070     PERFORM 5000-PRINT-TOTALS
002080         THRU 5000-PRINT-TOTALS-EXIT.
002090     IF RUN-ERROR
002100         GO TO 0000-WRAPUP.
002110     DISPLAY 'TIMEROLL: ' WS-DETAIL-ROLLED
002120         ' TIMING RECORD(S) SUMMARIZED, ' WS-TIMELOG-AFTER
002130         ' KEPT' UPON OPCNSL.
002140 0000-WRAPUP.
002150     IF OUTPUT-OPEN
002160         CLOSE TIMENEW
002170         CLOSE SUMNEW.
002180     CLOSE SYSPRINT.
002190     IF RUN-ERROR
002200         DISPLAY 'TIMEROLL: RUN FAILED, TIMELOG AND TIMESUM '
002210             'LEFT AS THEY WERE' UPON OPCNSL
002220         MOVE 8 TO RETURN-CODE.
002230     STOP RUN.
002240 1000-INITIALIZE.
002250     OPEN OUTPUT SYSPRINT.
002260     IF WS-SYSPRINT-STATUS NOT = '00'
002270         DISPLAY 'TIMEROLL: SYSPRINT OPEN FAILED, STATUS='
002280             WS-SYSPRINT-STATUS UPON OPCNSL
002290         MOVE 'Y' TO WS-RUN-ERROR-SW
002300         GO TO 1000-INITIALIZE-EXIT.
002310     PERFORM 1500-READ-PROFILE
002320         THRU 1500-READ-PROFILE-EXIT.
002330     OPEN INPUT CARDIN.
002340     READ CARDIN
002350         AT END
002360             SET CARDIN-EOF TO TRUE.
002370     CLOSE CARDIN.
002380     IF CARDIN-EOF
002390         MOVE SPACES TO TRL-CONTROL-CARD.
002400     IF TRL-CONTROL-CARD = SPACES
002410         MOVE WS-RETAIN-DAYS TO WS-REL-OFFSET
002420         MOVE 'PROFILE TIMEDAYS' TO RES-SOURCE
002430         PERFORM 1300-OFFSET-FROM-TODAY
002440             THRU 1300-OFFSET-FROM-TODAY-EXIT
002450         GO TO 1050-EDIT-CUTOFF.
002460     IF TRL-CTL-RELATIVE (1:5) = 'TODAY'
002470         PERFORM 1200-RESOLVE-RELATIVE
002480             THRU 1200-RESOLVE-RELATIVE-EXIT
002490         GO TO 1050-EDIT-CUTOFF.
002500     MOVE TRL-CTL-CUTOFF-DATE TO WS-CUTOFF-DATE.
002510     MOVE 'CARD (ABSOLUTE)' TO RES-SOURCE.
002520 1050-EDIT-CUTOFF.
002530     IF WS-CUTOFF-DATE NOT NUMERIC
002540         DISPLAY 'TIMEROLL: NO USABLE CUTOFF DATE: '
002550             WS-CUTOFF-DATE UPON OPCNSL
002560         MOVE 'Y' TO WS-RUN-ERROR-SW
002570         GO TO 1000-INITIALIZE-EXIT.
002580     SET DSP-FUNC-VALIDATE TO TRUE.
002590     MOVE WS-CUTOFF-DATE TO DSP-DATE-YYYYMMDD.
002600     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002610     IF NOT DSP-GOOD-DATE
002620         DISPLAY 'TIMEROLL: CUTOFF IS NOT A VALID DATE: '
002630             WS-CUTOFF-DATE UPON OPCNSL
002640         MOVE 'Y' TO WS-RUN-ERROR-SW
002650         GO TO 1000-INITIALIZE-EXIT.
002660     PERFORM 1400-CHECK-MINIMUM-RETENTION
002670         THRU 1400-CHECK-MINIMUM-RETENTION-EXIT.
002680     IF RUN-ERROR
002690         GO TO 1000-INITIALIZE-EXIT.
002700     MOVE WS-CUTOFF-DATE TO HD1-CUTOFF.
002710     WRITE PRINT-LINE FROM HD1-LINE.
002720     WRITE PRINT-LINE FROM RES-LINE.
002730     MOVE 'PROFILE RETENTION DAYS........'
002740         TO TOT-LABEL.
002750     MOVE WS-RETAIN-DAYS TO TOT-VALUE.
002760     WRITE PRINT-LINE FROM TOT-LINE.
002770     MOVE SPACES TO PRINT-LINE.
002780     WRITE PRINT-LINE.
002790 1000-INITIALIZE-EXIT.
002800     EXIT.
002810 1200-RESOLVE-RELATIVE.
      ******************************************************************
      * CUTOFF CARD SAYS TODAY OR TODAY-NNNN.  PARSE THE DAY COUNT    *
      * AND RESOLVE THROUGH DATESUB, EXACTLY AS AUDPURGE DOES.        *
      ******************************************************************
002820     MOVE ZERO TO WS-REL-OFFSET.
002830     MOVE 'N' TO WS-REL-DONE-SW.
002840     MOVE 'N' TO WS-REL-ERROR-SW.
002850     IF TRL-CTL-RELATIVE (6:1) = '-'
002860         PERFORM 1250-PARSE-ONE-DIGIT
002870             THRU 1250-PARSE-ONE-DIGIT-EXIT
002880             VARYING WS-REL-SUB FROM 7 BY 1
002890             UNTIL WS-REL-SUB > 12
002900                 OR REL-PARSE-DONE OR REL-PARSE-ERROR
002910     ELSE
002920         IF TRL-CTL-RELATIVE (6:7) NOT = SPACES
002930             SET REL-PARSE-ERROR TO TRUE.
002940     IF REL-PARSE-ERROR
002950         DISPLAY 'TIMEROLL: RELATIVE CUTOFF NOT UNDERSTOOD: '
002960             TRL-CTL-RELATIVE UPON OPCNSL
002970         GO TO 1200-RESOLVE-RELATIVE-EXIT.
002980     MOVE TRL-CTL-RELATIVE TO RES-SOURCE.
002990     PERFORM 1300-OFFSET-FROM-TODAY
003000         THRU 1300-OFFSET-FROM-TODAY-EXIT.
003010 1200-RESOLVE-RELATIVE-EXIT.
003020     EXIT.
003030 1250-PARSE-ONE-DIGIT.
003040     IF TRL-CTL-RELATIVE (WS-REL-SUB:1) = SPACE
003050         IF WS-REL-SUB = 7
003060             SET REL-PARSE-ERROR TO TRUE
003070             GO TO 1250-PARSE-ONE-DIGIT-EXIT
003080         ELSE
003090             SET REL-PARSE-DONE TO TRUE
003100             GO TO 1250-PARSE-ONE-DIGIT-EXIT.
003110     IF TRL-CTL-RELATIVE (WS-REL-SUB:1) NOT NUMERIC
003120         SET REL-PARSE-ERROR TO TRUE
003130         GO TO 1250-PARSE-ONE-DIGIT-EXIT.
003140     MOVE TRL-CTL-RELATIVE (WS-REL-SUB:1) TO WS-REL-DIGIT.
003150     COMPUTE WS-REL-OFFSET =
003160         (WS-REL-OFFSET * 10) + WS-REL-DIGIT.
003170 1250-PARSE-ONE-DIGIT-EXIT.
003180     EXIT.
003190 1300-OFFSET-FROM-TODAY.
003200     SET DSP-FUNC-DAY-OFFSET TO TRUE.
003210     MOVE WS-RUN-DATE-YYYYMMDD TO DSP-DATE-YYYYMMDD.
003220     COMPUTE DSP-DAY-OFFSET = ZERO - WS-REL-OFFSET.
003230     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003240     IF DSP-GOOD-DATE
003250         MOVE DSP-RESULT-YYYYMMDD TO WS-CUTOFF-DATE
003260     ELSE
003270         DISPLAY 'TIMEROLL: CUTOFF RESOLUTION FAILED, '
003280             'DATESUB STATUS ' DSP-STATUS UPON OPCNSL.
003290 1300-OFFSET-FROM-TODAY-EXIT.
003300     EXIT.
003310 1400-CHECK-MINIMUM-RETENTION.
      ******************************************************************
      * OPSSCORE AND AUDVERIF WORK FROM THE LAST WEEK OF DETAIL AND   *
      * TRENDRPT FROM UP TO THE LAST 30 RUNS, SO REFUSE ANY CUTOFF    *
      * LATER THAN TODAY MINUS WS-RETAIN-MIN DAYS - A MISTYPED CARD   *
      * MUST NOT SUMMARIZE AWAY THE DETAIL THOSE REPORTS NEED.        *
      ******************************************************************
003320     SET DSP-FUNC-DAY-OFFSET TO TRUE.
003330     MOVE WS-RUN-DATE-YYYYMMDD TO DSP-DATE-YYYYMMDD.
003340     COMPUTE DSP-DAY-OFFSET = ZERO - WS-RETAIN-MIN.
003350     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003360     IF NOT DSP-GOOD-DATE
003370         DISPLAY 'TIMEROLL: RETENTION CHECK FAILED, '
003380             'DATESUB STATUS ' DSP-STATUS UPON OPCNSL
003390         MOVE 'Y' TO WS-RUN-ERROR-SW
003400         GO TO 1400-CHECK-MINIMUM-RETENTION-EXIT.
003410     MOVE DSP-RESULT-YYYYMMDD TO WS-EARLIEST-CUTOFF.
003420     IF WS-CUTOFF-DATE > WS-EARLIEST-CUTOFF
003430         DISPLAY 'TIMEROLL: CUTOFF ' WS-CUTOFF-DATE
003440             ' KEEPS UNDER 31 DAYS OF DETAIL, REFUSED'
003450             UPON OPCNSL
003460         MOVE 'Y' TO WS-RUN-ERROR-SW.
003470 1400-CHECK-MINIMUM-RETENTION-EXIT.
003480     EXIT.
003490 1500-READ-PROFILE.
      ******************************************************************
      * SITE-PROFILE SETTINGS (SEE PROFREC).  TIMEDAYS IS THE NUMBER  *
      * OF DAYS OF TIMING DETAIL TO KEEP WHEN NO CUTOFF CARD IS       *
      * GIVEN; THE EFFECTIVE VALUE IS ECHOED WITH THE CUTOFF.         *
      ******************************************************************
003500     OPEN INPUT PROFILE.
003510     IF WS-PROFILE-STATUS NOT = '00' AND
003520        WS-PROFILE-STATUS NOT = '05'
003530         GO TO 1500-READ-PROFILE-EXIT.
003540     PERFORM 1600-READ-PROFILE-CARD
003550         THRU 1600-READ-PROFILE-CARD-EXIT
003560         UNTIL PROFILE-EOF.
003570 1500-READ-PROFILE-EXIT.
003580     CLOSE PROFILE.
003590     EXIT.
003600 1600-READ-PROFILE-CARD.
003610     READ PROFILE
003620         AT END
003630             SET PROFILE-EOF TO TRUE
003640             GO TO 1600-READ-PROFILE-CARD-EXIT.
003650     IF PRF-KEYWORD = 'TIMEDAYS' AND PRF-VALUE NUMERIC
003660         MOVE PRF-VALUE TO WS-RETAIN-DAYS.
003670 1600-READ-PROFILE-CARD-EXIT.
003680     EXIT.
003690 2000-OPEN-OUTPUTS.
003700     OPEN OUTPUT TIMENEW.
003710     IF WS-TIMENEW-STATUS NOT = '00'
003720         DISPLAY 'TIMEROLL: TIMENEW OPEN FAILED, STATUS='
003730             WS-TIMENEW-STATUS UPON OPCNSL
003740         MOVE 'Y' TO WS-RUN-ERROR-SW
003750         GO TO 2000-OPEN-OUTPUTS-EXIT.
003760     OPEN OUTPUT SUMNEW.
003770     IF WS-SUMNEW-STATUS NOT = '00'
003780         DISPLAY 'TIMEROLL: SUMNEW OPEN FAILED, STATUS='
003790             WS-SUMNEW-STATUS UPON OPCNSL
003800         MOVE 'Y' TO WS-RUN-ERROR-SW
003810         CLOSE TIMENEW
003820         GO TO 2000-OPEN-OUTPUTS-EXIT.
003830     SET OUTPUT-OPEN TO TRUE.
003840 2000-OPEN-OUTPUTS-EXIT.
003850     EXIT.
003860 2100-READ-PRIOR-CONTROL.
      ******************************************************************
      * THE FIRST SUMMARY RECORD IS THE CONTROL RECORD OF THE LAST    *
      * ROLL.  DETAIL DATED BEFORE ITS CUTOFF HAS ALREADY BEEN        *
      * SUMMARIZED (A RERUN AFTER A FAILED COPY-BACK CAN STILL FIND   *
      * SOME IN TIMELOG), SO THE CUTOFF NEVER MOVES BACKWARDS.        *
      ******************************************************************
003870     OPEN INPUT SUMIN.
003880     IF WS-SUMIN-STATUS NOT = '00' AND
003890        WS-SUMIN-STATUS NOT = '05'
003900         DISPLAY 'TIMEROLL: TIMESUM OPEN FAILED, STATUS='
003910             WS-SUMIN-STATUS UPON OPCNSL
003920         MOVE 'Y' TO WS-RUN-ERROR-SW
003930         GO TO 2100-READ-PRIOR-CONTROL-EXIT.
003940     MOVE SPACES TO TIMING-SUMMARY-RECORD.
003942     READ SUMIN INTO TIMING-SUMMARY-RECORD
003944         AT END
003946             SET SUMIN-EOF TO TRUE.
003948     IF NOT SUMIN-EOF AND WS-SUMIN-STATUS NOT = '00'
003950         DISPLAY 'TIMEROLL: TIMESUM READ FAILED, STATUS='
003952             WS-SUMIN-STATUS UPON OPCNSL
003954         MOVE 'Y' TO WS-RUN-ERROR-SW
003956         CLOSE SUMIN
003958         GO TO 2100-READ-PRIOR-CONTROL-EXIT.
003960     IF SUMIN-EOF
003962         MOVE SPACES TO TIMING-SUMMARY-RECORD.
003970     CLOSE SUMIN.
003980     MOVE 'N' TO WS-SUMIN-EOF-SW.
003990     IF NOT TSM-CONTROL
004000         MOVE 'NONE' TO PRI-CUTOFF
004010         WRITE PRINT-LINE FROM PRI-LINE
004020         GO TO 2100-READ-PRIOR-CONTROL-EXIT.
004030     MOVE TSC-CUTOFF-DATE TO WS-PRIOR-CUTOFF.
004040     MOVE WS-PRIOR-CUTOFF TO PRI-CUTOFF.
004050     WRITE PRINT-LINE FROM PRI-LINE.
004060     IF WS-CUTOFF-DATE < WS-PRIOR-CUTOFF
004070         DISPLAY 'TIMEROLL: CUTOFF ' WS-CUTOFF-DATE
004080             ' IS BEFORE THE PRIOR CUTOFF, '
004090             WS-PRIOR-CUTOFF ' KEPT' UPON OPCNSL
004100         MOVE 'CARD CUTOFF BEFORE PRIOR CUTOFF, PRIOR KEPT'
004110             TO PRINT-LINE
004120         WRITE PRINT-LINE
004130         MOVE WS-PRIOR-CUTOFF TO WS-CUTOFF-DATE.
004140 2100-READ-PRIOR-CONTROL-EXIT.
004150     EXIT.
004160 3000-ROLL-TIMELOG.
      ******************************************************************
      * ONE SORT MERGES THE SUMMARIES ALREADY ON FILE WITH A DAY AND  *
      * A MONTH CONTRIBUTION FROM EVERY DETAIL RECORD BEING ROLLED.   *
      * THE OUTPUT PROCEDURE FOLDS EQUAL KEYS TOGETHER, SO A DAY OR   *
      * MONTH THAT STRADDLES TWO ROLLS ENDS UP AS ONE RECORD.  THE     *
      * RETAINED DETAIL IS WRITTEN TO TIMENEW ON THE WAY THROUGH.     *
      ******************************************************************
004170     SORT SUMSORT
004180         ON ASCENDING KEY SRT-KEY
004190         INPUT PROCEDURE IS 3100-SORT-INPUT
004200             THRU 3100-SORT-INPUT-EXIT
004210         OUTPUT PROCEDURE IS 4000-SORT-OUTPUT
004220             THRU 4000-SORT-OUTPUT-EXIT.
004230     IF SORT-RETURN NOT = ZERO
004240         DISPLAY 'TIMEROLL: SORT FAILED, SORT-RETURN='
004250             SORT-RETURN UPON OPCNSL
004260         MOVE 'Y' TO WS-RUN-ERROR-SW.
004270 3000-ROLL-TIMELOG-EXIT.
004280     EXIT.
004290 3100-SORT-INPUT.
004300     PERFORM 3200-RELEASE-OLD-SUMMARIES
004310         THRU 3200-RELEASE-OLD-SUMMARIES-EXIT.
004320     IF RUN-ERROR
004330         GO TO 3100-SORT-INPUT-EXIT.
004340     PERFORM 3300-SPLIT-TIMELOG
004350         THRU 3300-SPLIT-TIMELOG-EXIT.
004360 3100-SORT-INPUT-EXIT.
004370     EXIT.
004380 3200-RELEASE-OLD-SUMMARIES.
004390     OPEN INPUT SUMIN.
004400     IF WS-SUMIN-STATUS NOT = '00' AND
004410        WS-SUMIN-STATUS NOT = '05'
004420         DISPLAY 'TIMEROLL: TIMESUM OPEN FAILED, STATUS='
004430             WS-SUMIN-STATUS UPON OPCNSL
004440         MOVE 'Y' TO WS-RUN-ERROR-SW
004450         GO TO 3200-RELEASE-OLD-SUMMARIES-EXIT.
004460     PERFORM 3250-RELEASE-ONE-SUMMARY
004470         THRU 3250-RELEASE-ONE-SUMMARY-EXIT
004480         UNTIL SUMIN-EOF.
004490     CLOSE SUMIN.
004500 3200-RELEASE-OLD-SUMMARIES-EXIT.
004510     EXIT.
004520 3250-RELEASE-ONE-SUMMARY.
004530     READ SUMIN INTO TIMING-SUMMARY-RECORD
004540         AT END
004550             SET SUMIN-EOF TO TRUE
004560             GO TO 3250-RELEASE-ONE-SUMMARY-EXIT.
004570     ADD 1 TO WS-SUMMARY-BEFORE.
004580     IF TSM-CONTROL
004590         GO TO 3250-RELEASE-ONE-SUMMARY-EXIT.
004600     IF (NOT TSM-DAY AND NOT TSM-MONTH)
004610         OR TSM-RUN-COUNT NOT NUMERIC
004620         OR TSM-RUN-COUNT = ZERO
004630         OR TSM-MIN-HUNDS NOT NUMERIC
004640         OR TSM-MAX-HUNDS NOT NUMERIC
004650         OR TSM-TOTAL-HUNDS NOT NUMERIC
004660         ADD 1 TO WS-SUMMARY-SKIPPED
004670         DISPLAY 'TIMEROLL: UNREADABLE SUMMARY RECORD DROPPED: '
004680             TSM-KEY UPON OPCNSL
004690         GO TO 3250-RELEASE-ONE-SUMMARY-EXIT.
004700     MOVE TSM-KEY TO SRT-KEY.
004710     MOVE TSM-RUN-COUNT TO SRT-RUN-COUNT.
004720     MOVE TSM-MIN-HUNDS TO SRT-MIN-HUNDS.
004730     MOVE TSM-MAX-HUNDS TO SRT-MAX-HUNDS.
004740     MOVE TSM-TOTAL-HUNDS TO SRT-TOTAL-HUNDS.
004750     MOVE TSM-ROLLED-DATE TO SRT-ROLLED-DATE.
004760     RELEASE SUMSORT-RECORD.
004770     ADD 1 TO WS-SORT-RELEASED.
004780 3250-RELEASE-ONE-SUMMARY-EXIT.
004790     EXIT.
004800 3300-SPLIT-TIMELOG.
004810     OPEN INPUT TIMELOG.
004820     IF WS-TIMELOG-STATUS NOT = '00'
004830         DISPLAY 'TIMEROLL: TIMELOG OPEN FAILED, STATUS='
004840             WS-TIMELOG-STATUS UPON OPCNSL
004850         MOVE 'Y' TO WS-RUN-ERROR-SW
004860         GO TO 3300-SPLIT-TIMELOG-EXIT.
004870     PERFORM 3350-SPLIT-ONE-TIMING
004880         THRU 3350-SPLIT-ONE-TIMING-EXIT
004890         UNTIL TIMELOG-EOF OR RUN-ERROR.
004900     CLOSE TIMELOG.
004910 3300-SPLIT-TIMELOG-EXIT.
004920     EXIT.
004930 3350-SPLIT-ONE-TIMING.
      ******************************************************************
      * A RECORD ON OR AFTER THE CUTOFF, OR ONE THAT CANNOT BE        *
      * SUMMARIZED (NON-NUMERIC DATE OR HUNDREDTHS), STAYS IN THE     *
      * LOG UNTOUCHED.  ONE BEFORE THE PRIOR ROLL'S CUTOFF IS ALREADY *
      * IN THE SUMMARIES AND IS DROPPED.  ANY OTHER IS ROLLED.        *
      ******************************************************************
004940     READ TIMELOG
004950         AT END
004960             SET TIMELOG-EOF TO TRUE
004970             GO TO 3350-SPLIT-ONE-TIMING-EXIT.
004980     ADD 1 TO WS-TIMELOG-BEFORE.
004990     IF TIM-RUN-DATE NOT NUMERIC
005000         OR TIM-ELAPSED-HUNDS NOT NUMERIC
005010         ADD 1 TO WS-DETAIL-UNUSABLE
005020         GO TO 3380-KEEP-TIMING.
005030     IF TIM-RUN-DATE NOT < WS-CUTOFF-DATE
005040         GO TO 3380-KEEP-TIMING.
005050     IF WS-PRIOR-CUTOFF NOT = SPACES
005060         AND TIM-RUN-DATE < WS-PRIOR-CUTOFF
005070         ADD 1 TO WS-DETAIL-DROPPED
005080         GO TO 3350-SPLIT-ONE-TIMING-EXIT.
005090     ADD 1 TO WS-DETAIL-ROLLED.
005100     MOVE 'D' TO SRT-TYPE.
005110     MOVE TIM-TEST-ID TO SRT-TEST-ID.
005120     MOVE TIM-RUN-DATE TO SRT-PERIOD.
005130     MOVE 1 TO SRT-RUN-COUNT.
005140     MOVE TIM-ELAPSED-HUNDS TO SRT-MIN-HUNDS.
005150     MOVE TIM-ELAPSED-HUNDS TO SRT-MAX-HUNDS.
005160     MOVE TIM-ELAPSED-HUNDS TO SRT-TOTAL-HUNDS.
005170     MOVE WS-RUN-DATE-YYYYMMDD TO SRT-ROLLED-DATE.
005180     RELEASE SUMSORT-RECORD.
005190     ADD 1 TO WS-SORT-RELEASED.
005200     MOVE 'M' TO SRT-TYPE.
005210     MOVE SPACES TO SRT-PERIOD.
005220     MOVE TIM-RUN-DATE (1:6) TO SRT-PERIOD (1:6).
005230     RELEASE SUMSORT-RECORD.
005240     ADD 1 TO WS-SORT-RELEASED.
005250     GO TO 3350-SPLIT-ONE-TIMING-EXIT.
005260 3380-KEEP-TIMING.
005270     WRITE TIMENEW-RECORD FROM TIMING-RECORD.
005280     IF WS-TIMENEW-STATUS NOT = '00'
005290         DISPLAY 'TIMEROLL: TIMENEW WRITE FAILED, STATUS='
005300             WS-TIMENEW-STATUS UPON OPCNSL
005310         MOVE 'Y' TO WS-RUN-ERROR-SW
005320         GO TO 3350-SPLIT-ONE-TIMING-EXIT.
005330     ADD 1 TO WS-TIMELOG-AFTER.
005340 3350-SPLIT-ONE-TIMING-EXIT.
005350     EXIT.
005360 4000-SORT-OUTPUT.
      ******************************************************************
      * THE CONTROL RECORD GOES FIRST (TYPE C SORTS AHEAD OF D AND M) *
      * CARRYING THE CUTOFF AND THE DETAIL COUNTS OF THIS RUN.  THE   *
      * INPUT PROCEDURE HAS FINISHED WITH TIMELOG BY NOW, SO THE      *
      * KEPT COUNT IS FINAL.                                          *
      ******************************************************************
005370     IF RUN-ERROR
005380         GO TO 4000-SORT-OUTPUT-EXIT.
005390     MOVE SPACES TO TIMING-SUMMARY-CONTROL.
005400     MOVE 'C' TO TSC-TYPE.
005410     MOVE WS-CUTOFF-DATE TO TSC-CUTOFF-DATE.
005420     MOVE WS-TIMELOG-AFTER TO TSC-DETAIL-KEPT.
005430     MOVE WS-DETAIL-ROLLED TO TSC-DETAIL-ROLLED.
005440     MOVE WS-RUN-DATE-YYYYMMDD TO TSC-RUN-DATE.
005450     PERFORM 4300-WRITE-SUMMARY-RECORD
005460         THRU 4300-WRITE-SUMMARY-RECORD-EXIT.
005470     PERFORM 4100-RETURN-ONE-RECORD
005480         THRU 4100-RETURN-ONE-RECORD-EXIT
005490         UNTIL SORT-EOF OR RUN-ERROR.
005500     IF ACC-ACTIVE AND NOT RUN-ERROR
005510         PERFORM 4200-WRITE-ACCUMULATED
005520             THRU 4200-WRITE-ACCUMULATED-EXIT.
005530 4000-SORT-OUTPUT-EXIT.
005540     EXIT.
005550 4100-RETURN-ONE-RECORD.
005560     RETURN SUMSORT
005570         AT END
005580             SET SORT-EOF TO TRUE
005590             GO TO 4100-RETURN-ONE-RECORD-EXIT.
005600     ADD 1 TO WS-SORT-RETURNED.
005610     IF ACC-ACTIVE AND SRT-KEY = WS-ACC-KEY
005620         ADD SRT-RUN-COUNT TO WS-ACC-RUN-COUNT
005630         ADD SRT-TOTAL-HUNDS TO WS-ACC-TOTAL-HUNDS
005640         GO TO 4150-FOLD-RANGE.
005650     IF ACC-ACTIVE
005660         PERFORM 4200-WRITE-ACCUMULATED
005670             THRU 4200-WRITE-ACCUMULATED-EXIT.
005680     SET ACC-ACTIVE TO TRUE.
005690     MOVE SRT-KEY TO WS-ACC-KEY.
005700     MOVE SRT-RUN-COUNT TO WS-ACC-RUN-COUNT.
005710     MOVE SRT-MIN-HUNDS TO WS-ACC-MIN-HUNDS.
005720     MOVE SRT-MAX-HUNDS TO WS-ACC-MAX-HUNDS.
005730     MOVE SRT-TOTAL-HUNDS TO WS-ACC-TOTAL-HUNDS.
005740     MOVE SRT-ROLLED-DATE TO WS-ACC-ROLLED-DATE.
005750     GO TO 4100-RETURN-ONE-RECORD-EXIT.
005760 4150-FOLD-RANGE.
005770     IF SRT-MIN-HUNDS < WS-ACC-MIN-HUNDS
005780         MOVE SRT-MIN-HUNDS TO WS-ACC-MIN-HUNDS.
005790     IF SRT-MAX-HUNDS > WS-ACC-MAX-HUNDS
005800         MOVE SRT-MAX-HUNDS TO WS-ACC-MAX-HUNDS.
005810     IF SRT-ROLLED-DATE > WS-ACC-ROLLED-DATE
005820         MOVE SRT-ROLLED-DATE TO WS-ACC-ROLLED-DATE.
005830 4100-RETURN-ONE-RECORD-EXIT.
005840     EXIT.
005850 4200-WRITE-ACCUMULATED.
005860     DIVIDE WS-ACC-TOTAL-HUNDS BY WS-ACC-RUN-COUNT
005870         GIVING WS-ACC-AVG-HUNDS ROUNDED.
005880     MOVE SPACES TO TIMING-SUMMARY-RECORD.
005890     MOVE WS-ACC-KEY TO TSM-KEY.
005900     MOVE WS-ACC-RUN-COUNT TO TSM-RUN-COUNT.
005910     MOVE WS-ACC-MIN-HUNDS TO TSM-MIN-HUNDS.
005920     MOVE WS-ACC-MAX-HUNDS TO TSM-MAX-HUNDS.
005930     MOVE WS-ACC-AVG-HUNDS TO TSM-AVG-HUNDS.
005940     MOVE WS-ACC-TOTAL-HUNDS TO TSM-TOTAL-HUNDS.
005950     MOVE WS-ACC-ROLLED-DATE TO TSM-ROLLED-DATE.
005960     IF TSM-DAY
005970         ADD 1 TO WS-DAYS-AFTER
005980     ELSE
005990         ADD 1 TO WS-MONTHS-AFTER.
006000     IF TSM-MONTH
006010         AND TSM-ROLLED-DATE = WS-RUN-DATE-YYYYMMDD
006020         PERFORM 4400-PRINT-MONTH
006030             THRU 4400-PRINT-MONTH-EXIT.
006040     PERFORM 4300-WRITE-SUMMARY-RECORD
006050         THRU 4300-WRITE-SUMMARY-RECORD-EXIT.
006060 4200-WRITE-ACCUMULATED-EXIT.
006070     EXIT.
006080 4300-WRITE-SUMMARY-RECORD.
006090     WRITE TIMING-SUMMARY-RECORD.
006100     IF WS-SUMNEW-STATUS NOT = '00'
006110         DISPLAY 'TIMEROLL: SUMNEW WRITE FAILED, STATUS='
006120             WS-SUMNEW-STATUS UPON OPCNSL
006130         MOVE 'Y' TO WS-RUN-ERROR-SW
006140         GO TO 4300-WRITE-SUMMARY-RECORD-EXIT.
006150     ADD 1 TO WS-SUMMARY-AFTER.
006160 4300-WRITE-SUMMARY-RECORD-EXIT.
006170     EXIT.
006180 4400-PRINT-MONTH.
      ******************************************************************
      * LIST EVERY MONTH SUMMARY THIS RUN ADDED DETAIL TO, WITH ITS   *
      * FIGURES AS WRITTEN, SO THE ROLL CAN BE CHECKED AGAINST THE    *
      * TREND REPORTS OF THE MONTH.                                   *
      ******************************************************************
006190     IF WS-MONTHS-TOUCHED = ZERO
006200         WRITE PRINT-LINE FROM MTH-HEAD-LINE
006210         WRITE PRINT-LINE FROM MTH-COL-LINE.
006220     ADD 1 TO WS-MONTHS-TOUCHED.
006230     MOVE TSM-TEST-ID TO MTH-TEST-ID.
006240     MOVE TSM-PERIOD-YYYYMM TO MTH-MONTH.
006250     MOVE WS-ACC-RUN-COUNT TO MTH-RUNS.
006260     MOVE WS-ACC-MIN-HUNDS TO MTH-MIN.
006270     MOVE WS-ACC-MAX-HUNDS TO MTH-MAX.
006280     MOVE WS-ACC-AVG-HUNDS TO MTH-AVG.
006290     WRITE PRINT-LINE FROM MTH-LINE.
006300 4400-PRINT-MONTH-EXIT.
006310     EXIT.
006320 5000-PRINT-TOTALS.
006330     MOVE SPACES TO PRINT-LINE.
006340     WRITE PRINT-LINE.
006350     IF WS-DETAIL-ROLLED = ZERO
006360         MOVE 'NO TIMING DETAIL OLDER THAN THE CUTOFF'
006370             TO PRINT-LINE
006380         WRITE PRINT-LINE
006390         MOVE SPACES TO PRINT-LINE
006400         WRITE PRINT-LINE.
006410     MOVE 'TIMELOG RECORDS BEFORE........'
006420         TO TOT-LABEL.
006430     MOVE WS-TIMELOG-BEFORE TO TOT-VALUE.
006440     WRITE PRINT-LINE FROM TOT-LINE.
006450     MOVE 'DETAIL ROLLED INTO SUMMARIES..'
006460         TO TOT-LABEL.
006470     MOVE WS-DETAIL-ROLLED TO TOT-VALUE.
006480     WRITE PRINT-LINE FROM TOT-LINE.
006490     MOVE 'ALREADY SUMMARIZED, DROPPED...'
006500         TO TOT-LABEL.
006510     MOVE WS-DETAIL-DROPPED TO TOT-VALUE.
006520     WRITE PRINT-LINE FROM TOT-LINE.
006530     MOVE 'UNUSABLE DETAIL, KEPT.........'
006540         TO TOT-LABEL.
006550     MOVE WS-DETAIL-UNUSABLE TO TOT-VALUE.
006560     WRITE PRINT-LINE FROM TOT-LINE.
006570     MOVE 'TIMELOG RECORDS AFTER.........'
006580         TO TOT-LABEL.
006590     MOVE WS-TIMELOG-AFTER TO TOT-VALUE.
006600     WRITE PRINT-LINE FROM TOT-LINE.
006610     MOVE SPACES TO PRINT-LINE.
006620     WRITE PRINT-LINE.
006630     MOVE 'SUMMARY RECORDS BEFORE........'
006640         TO TOT-LABEL.
006650     MOVE WS-SUMMARY-BEFORE TO TOT-VALUE.
006660     WRITE PRINT-LINE FROM TOT-LINE.
006670     MOVE 'UNREADABLE SUMMARIES DROPPED..'
006680         TO TOT-LABEL.
006690     MOVE WS-SUMMARY-SKIPPED TO TOT-VALUE.
006700     WRITE PRINT-LINE FROM TOT-LINE.
006710     MOVE 'DAY SUMMARIES AFTER...........'
006720         TO TOT-LABEL.
006730     MOVE WS-DAYS-AFTER TO TOT-VALUE.
006740     WRITE PRINT-LINE FROM TOT-LINE.
006750     MOVE 'MONTH SUMMARIES AFTER.........'
006760         TO TOT-LABEL.
006770     MOVE WS-MONTHS-AFTER TO TOT-VALUE.
006780     WRITE PRINT-LINE FROM TOT-LINE.
006790     MOVE 'SUMMARY RECORDS AFTER.........'
006800         TO TOT-LABEL.
006810     MOVE WS-SUMMARY-AFTER TO TOT-VALUE.
006820     WRITE PRINT-LINE FROM TOT-LINE.
      ******************************************************************
      * EVERY DETAIL RECORD READ MUST BE KEPT, ROLLED OR DROPPED, AND *
      * EVERY SORT RECORD RELEASED MUST COME BACK, OR THE NEW FILES   *
      * ARE NOT SAFE TO COPY BACK.                                    *
      ******************************************************************
006830     COMPUTE WS-BALANCE-CHECK = WS-TIMELOG-AFTER
006840         + WS-DETAIL-ROLLED + WS-DETAIL-DROPPED.
006850     IF WS-BALANCE-CHECK NOT = WS-TIMELOG-BEFORE
006860         OR WS-SORT-RETURNED NOT = WS-SORT-RELEASED
006870         MOVE 'TIMING COUNTS DO NOT BALANCE - SEE CONSOLE'
006880             TO PRINT-LINE
006890         WRITE PRINT-LINE
006900         DISPLAY 'TIMEROLL: COUNTS DO NOT BALANCE, SORT '
006910             'RELEASED=' WS-SORT-RELEASED ' RETURNED='
006920             WS-SORT-RETURNED UPON OPCNSL
006930         MOVE 'Y' TO WS-RUN-ERROR-SW.
006940 5000-PRINT-TOTALS-EXIT.
006950     EXIT.
