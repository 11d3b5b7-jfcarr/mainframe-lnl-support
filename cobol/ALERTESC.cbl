      ******************************************************************
      * PROGRAM:    ALERTESC                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       AGE-BASED ESCALATION OF UNACKNOWLEDGED ALERTS.    *
      *             RUN SEVERAL TIMES A DAY BY THE SCHEDULER.  READS  *
      *             EVERY UNACKNOWLEDGED SYS2.OPS.ALERTS RECORD AND   *
      *             MEASURES HOW LONG IT HAS BEEN OPEN IN BUSINESS    *
      *             HOURS: ONLY THE HOURS THAT FALL ON A BUSINESS DAY *
      *             (DATESUB FUNCTION B - NOT A WEEKEND, NOT A        *
      *             SYS2.OPS.CALENDAR HOLIDAY) COUNT, SO A FRIDAY-    *
      *             NIGHT ALERT DOES NOT AGE OVER THE WEEKEND.  AN    *
      *             ALERT PAST A TIER THRESHOLD IS ESCALATED ONCE PER *
      *             TIER:                                             *
      *               TIER 1 - MESSAGE ON THE OPERATIONS CONSOLE      *
      *               TIER 2 - MESSAGE ON THE SECONDARY CONSOLE       *
      *               TIER 3 - FLAGGED FOR THE DUTY MANAGER ON BOTH   *
      *                        CONSOLES AND ON SYSPRINT, RC=4         *
      *             EACH ESCALATION WRITES AN ESCREC RECORD TO THE    *
      *             SYS2.OPS.ALERTESC KSDS (KEY = ALERT KEY + TIER),  *
      *             WHICH IS HOW A LATER RUN KNOWS NOT TO REPEAT IT   *
      *             AND HOW ALERTDIG SHOWS THE CURRENT TIER AND THE   *
      *             DATE IT WAS REACHED.  THE THRESHOLDS ARE THE      *
      *             ESCHRS1, ESCHRS2 AND ESCHRS3 CARDS OF THE         *
      *             SYS2.OPS.PROFILE SITE PROFILE (BUSINESS HOURS,    *
      *             DEFAULT 4, 24 AND 72).  SYSPRINT LISTS EVERY OPEN *
      *             ALERT WITH ITS AGE AND TIER, THEN THE COUNTS.     *
      *             ENDS RC=4 WHILE ANY ALERT SITS AT TIER 3, RC=8 ON *
      *             AN I/O FAILURE.                                   *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'ALERTESC'.
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
000130     C01 IS OPCNSL
000140     C02 IS SECNSL.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170     SELECT OPTIONAL PROFILE ASSIGN TO PROFILE
000180         ORGANIZATION IS SEQUENTIAL
000190         FILE STATUS IS WS-PROFILE-STATUS.
000200     SELECT SYSPRINT ASSIGN TO SYSPRINT
000210         ORGANIZATION IS SEQUENTIAL
000220         FILE STATUS IS WS-SYSPRINT-STATUS.
000230     SELECT ALERTS ASSIGN TO ALERTS
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS ALR-KEY
000270         FILE STATUS IS WS-ALERTS-STATUS.
000280     SELECT ALERTESC ASSIGN TO ALERTESC
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS ESC-KEY
000320         FILE STATUS IS WS-ALERTESC-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PROFILE
000360     LABEL RECORDS ARE STANDARD
000370     RECORD CONTAINS 80 CHARACTERS.
000380 COPY PROFREC.
000390 FD  SYSPRINT
000400     LABEL RECORDS ARE OMITTED
000410     RECORD CONTAINS 80 CHARACTERS.
000420 01  PRINT-LINE                     PIC X(80).
000430 FD  ALERTS
000440     LABEL RECORDS ARE STANDARD.
000450 COPY ALERTREC.
000460 FD  ALERTESC
000470     LABEL RECORDS ARE STANDARD.
000480 COPY ESCREC.
000490 WORKING-STORAGE SECTION.
000500 77  WS-PROFILE-STATUS          PIC X(02) VALUE SPACES.
000510 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000520 77  WS-ALERTS-STATUS           PIC X(02) VALUE SPACES.
000530 77  WS-ALERTESC-STATUS         PIC X(02) VALUE SPACES.
000540 77  WS-PROFILE-EOF-SW          PIC X(01) VALUE 'N'.
000550     88  PROFILE-EOF                      VALUE 'Y'.
000560 77  WS-ALERTS-EOF-SW           PIC X(01) VALUE 'N'.
000570     88  ALERTS-EOF                       VALUE 'Y'.
000580 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000590     88  RUN-ERROR                        VALUE 'Y'.
000600 77  WS-BAD-DATE-SW             PIC X(01) VALUE 'N'.
000610     88  ALERT-DATE-BAD                   VALUE 'Y'.
000620 77  WS-WALK-DONE-SW            PIC X(01) VALUE 'N'.
000630     88  WALK-DONE                        VALUE 'Y'.
000640 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000650 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000660 77  WS-RUN-DATE                PIC X(08) VALUE SPACES.
000670 77  WS-NOW-MINUTES             PIC S9(07) COMP VALUE ZERO.
000680 77  WS-ALERT-MINUTES           PIC S9(07) COMP VALUE ZERO.
000690 77  WS-AGE-MINUTES             PIC S9(09) COMP VALUE ZERO.
000700 77  WS-AGE-HOURS               PIC S9(07) COMP VALUE ZERO.
000710 77  WS-AGE-HOURS-ED            PIC ZZZZ9.
000720 77  WS-WALK-DATE               PIC X(08) VALUE SPACES.
000730 77  WS-WALK-COUNT              PIC S9(04) COMP VALUE ZERO.
000740 77  WS-WALK-MAX                PIC S9(04) COMP VALUE 400.
000750 77  WS-BD-DATE                 PIC X(08) VALUE SPACES.
000760 77  WS-BD-FLAG                 PIC X(01) VALUE SPACE.
000770     88  BD-BUSINESS-DAY                  VALUE 'Y'.
000780 77  WS-BD-COUNT                PIC S9(04) COMP VALUE ZERO.
000790 77  WS-BD-MAX                  PIC S9(04) COMP VALUE 400.
000800 77  WS-BD-SUB                  PIC S9(04) COMP VALUE ZERO.
000810 77  WS-BD-FOUND-SUB            PIC S9(04) COMP VALUE ZERO.
000820 77  WS-TIER-SUB                PIC S9(04) COMP VALUE ZERO.
000830 77  WS-TARGET-TIER             PIC S9(04) COMP VALUE ZERO.
000840 77  WS-CUR-TIER                PIC S9(04) COMP VALUE ZERO.
000850 77  WS-CUR-TIER-DATE           PIC X(08) VALUE SPACES.
000860 77  WS-NEW-TIER                PIC S9(04) COMP VALUE ZERO.
000870 77  WS-TIER-DIGIT              PIC 9(01) VALUE ZERO.
000880 77  WS-ALERTS-READ             PIC S9(07) COMP VALUE ZERO.
000890 77  WS-ALERTS-OPEN             PIC S9(07) COMP VALUE ZERO.
000900 77  WS-ALERTS-BAD-DATE         PIC S9(07) COMP VALUE ZERO.
000910 77  WS-ALERTS-NOT-DUE          PIC S9(07) COMP VALUE ZERO.
000920 77  WS-ESCALATIONS-WRITTEN     PIC S9(07) COMP VALUE ZERO.
000930 COPY DATEPARM.
000940 01  WS-ALERT-TIME-WORK.
000950     05  WS-ATW-HH              PIC 9(02).
000960     05  WS-ATW-MM              PIC 9(02).
000970     05  FILLER                 PIC X(04).
000980 01  WS-RUN-TIME-WORK.
000990     05  WS-RTW-HH              PIC 9(02).
001000     05  WS-RTW-MM              PIC 9(02).
001010     05  FILLER                 PIC X(04).
001020 01  WS-TIER-TABLE.
001030     05  WS-TIER-ENTRY OCCURS 3 TIMES.
001040         10  WS-TIER-HOURS      PIC S9(04) COMP.
001050         10  WS-TIER-AT-COUNT   PIC S9(07) COMP.
001060 01  WS-TIER-TARGET-TABLE.
001070     05  FILLER                 PIC X(24)
001080         VALUE 'OPCNSL  SECNSL  DUTYMGR '.
001090 01  WS-TIER-TARGETS REDEFINES WS-TIER-TARGET-TABLE.
001100     05  WS-TIER-TARGET         PIC X(08) OCCURS 3 TIMES.
001110 01  WS-BD-TABLE.
001120     05  WS-BD-ENTRY OCCURS 400 TIMES.
001130         10  WS-BD-ENTRY-DATE   PIC X(08).
001140         10  WS-BD-ENTRY-FLAG   PIC X(01).
001150 01  HD1-LINE.
001160     05  FILLER                 PIC X(10) VALUE 'ALERTESC'.
001170     05  FILLER                 PIC X(40)
001180         VALUE 'UNACKNOWLEDGED ALERT ESCALATION RUN'.
001190     05  HD1-RUN-DATE           PIC X(08).
001200     05  FILLER                 PIC X(01) VALUE SPACE.
001210     05  HD1-RUN-TIME           PIC X(08).
001220     05  FILLER                 PIC X(13) VALUE SPACES.
001230 01  HD2-LINE.
001240     05  FILLER                 PIC X(10) VALUE 'DATE'.
001250     05  FILLER                 PIC X(10) VALUE 'TIME'.
001260     05  FILLER                 PIC X(10) VALUE 'JOBNAME'.
001270     05  FILLER                 PIC X(10) VALUE 'STEPNAME'.
001280     05  FILLER                 PIC X(08) VALUE 'BUS-HRS'.
001290     05  FILLER                 PIC X(04) VALUE 'TIER'.
001300     05  FILLER                 PIC X(10) VALUE 'SINCE'.
001310     05  FILLER                 PIC X(18) VALUE 'ACTION'.
001320 01  DTL-LINE.
001330     05  DTL-DATE               PIC X(08).
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  DTL-TIME               PIC X(08).
001360     05  FILLER                 PIC X(02) VALUE SPACES.
001370     05  DTL-JOBNAME            PIC X(08).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  DTL-STEPNAME           PIC X(08).
001400     05  FILLER                 PIC X(02) VALUE SPACES.
001410     05  DTL-AGE-HOURS          PIC ZZZZ9.
001420     05  FILLER                 PIC X(03) VALUE SPACES.
001430     05  DTL-TIER               PIC X(01).
001440     05  FILLER                 PIC X(03) VALUE SPACES.
001450     05  DTL-TIER-DATE          PIC X(08).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  DTL-ACTION             PIC X(18).
001480 01  TOT-LINE.
001490     05  TOT-LABEL              PIC X(30).
001500     05  TOT-VALUE              PIC ZZZZZZ9.
001510     05  FILLER                 PIC X(43) VALUE SPACES.
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001550     ACCEPT WS-RUN-TIME-HHMMSSSS FROM TIME.
001560     PERFORM 1000-INITIALIZE
001570         THRU 1000-INITIALIZE-EXIT.
001580     IF RUN-ERROR
001590         GO TO 0000-WRAPUP.
001600     PERFORM 2000-ESCALATE-ALERTS
001610         THRU 2000-ESCALATE-ALERTS-EXIT.
001620     IF RUN-ERROR
001630         GO TO 0000-WRAPUP.
001640     PERFORM 3000-PRINT-TOTALS
001650         THRU 3000-PRINT-TOTALS-EXIT.
001660     IF WS-TIER-AT-COUNT (3) > ZERO
001670         DISPLAY 'ALERTESC: ' WS-TIER-AT-COUNT (3)
001680             ' ALERT(S) AT TIER 3 AWAITING THE DUTY MANAGER'
001690             UPON OPCNSL
001700         MOVE 4 TO RETURN-CODE.
001710 0000-WRAPUP.
001720     CLOSE SYSPRINT.
001730     IF RUN-ERROR
001740         MOVE 8 TO RETURN-CODE.
001750     STOP RUN.
001760 1000-INITIALIZE.
001770     OPEN OUTPUT SYSPRINT.
001780     IF WS-SYSPRINT-STATUS NOT = '00'
001790         DISPLAY 'ALERTESC: SYSPRINT OPEN FAILED, STATUS='
001800             WS-SYSPRINT-STATUS UPON OPCNSL
001810         MOVE 'Y' TO WS-RUN-ERROR-SW
001820         GO TO 1000-INITIALIZE-EXIT.
001830     MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE.
001840     MOVE WS-RUN-TIME-HHMMSSSS TO WS-RUN-TIME-WORK.
001850     COMPUTE WS-NOW-MINUTES = (WS-RTW-HH * 60) + WS-RTW-MM.
001860     MOVE 4 TO WS-TIER-HOURS (1).
001870     MOVE 24 TO WS-TIER-HOURS (2).
001880     MOVE 72 TO WS-TIER-HOURS (3).
001890     MOVE ZERO TO WS-TIER-AT-COUNT (1).
001900     MOVE ZERO TO WS-TIER-AT-COUNT (2).
001910     MOVE ZERO TO WS-TIER-AT-COUNT (3).
001920     PERFORM 1500-READ-PROFILE
001930         THRU 1500-READ-PROFILE-EXIT.
001940     IF WS-TIER-HOURS (1) < 1
001950         OR WS-TIER-HOURS (2) NOT > WS-TIER-HOURS (1)
001960         OR WS-TIER-HOURS (3) NOT > WS-TIER-HOURS (2)
001970         DISPLAY 'ALERTESC: PROFILE ESCHRS1-3 NOT ASCENDING, '
001980             'USING 4/24/72' UPON OPCNSL
001990         MOVE 4 TO WS-TIER-HOURS (1)
002000         MOVE 24 TO WS-TIER-HOURS (2)
002010         MOVE 72 TO WS-TIER-HOURS (3).
002020     MOVE WS-RUN-DATE TO HD1-RUN-DATE.
002030     MOVE WS-RUN-TIME-HHMMSSSS TO HD1-RUN-TIME.
002040     WRITE PRINT-LINE FROM HD1-LINE.
002050     MOVE 'TIER 1 THRESHOLD (BUS HOURS)..'
002060         TO TOT-LABEL.
002070     MOVE WS-TIER-HOURS (1) TO TOT-VALUE.
002080     WRITE PRINT-LINE FROM TOT-LINE.
002090     MOVE 'TIER 2 THRESHOLD (BUS HOURS)..'
002100         TO TOT-LABEL.
002110     MOVE WS-TIER-HOURS (2) TO TOT-VALUE.
002120     WRITE PRINT-LINE FROM TOT-LINE.
002130     MOVE 'TIER 3 THRESHOLD (BUS HOURS)..'
002140         TO TOT-LABEL.
002150     MOVE WS-TIER-HOURS (3) TO TOT-VALUE.
002160     WRITE PRINT-LINE FROM TOT-LINE.
002170     MOVE SPACES TO PRINT-LINE.
002180     WRITE PRINT-LINE.
002190     WRITE PRINT-LINE FROM HD2-LINE.
002200 1000-INITIALIZE-EXIT.
002210     EXIT.
002220 1500-READ-PROFILE.
      ******************************************************************
      * SITE-PROFILE SETTINGS (SEE PROFREC).  ESCHRS1, ESCHRS2 AND    *
      * ESCHRS3 REPLACE THE COMPILED TIER THRESHOLDS; THE EFFECTIVE   *
      * VALUES ARE ECHOED UNDER THE REPORT HEADING.                   *
      ******************************************************************
002230     OPEN INPUT PROFILE.
002240     IF WS-PROFILE-STATUS NOT = '00' AND
002250        WS-PROFILE-STATUS NOT = '05'
002260         GO TO 1500-READ-PROFILE-EXIT.
002270     PERFORM 1600-READ-PROFILE-CARD
002280         THRU 1600-READ-PROFILE-CARD-EXIT
002290         UNTIL PROFILE-EOF.
002300 1500-READ-PROFILE-EXIT.
002310     CLOSE PROFILE.
002320     EXIT.
002330 1600-READ-PROFILE-CARD.
002340     READ PROFILE
002350         AT END
002360             SET PROFILE-EOF TO TRUE
002370             GO TO 1600-READ-PROFILE-CARD-EXIT.
002380     IF PRF-KEYWORD = 'ESCHRS1' AND PRF-VALUE NUMERIC
002390         MOVE PRF-VALUE TO WS-TIER-HOURS (1)
002400         GO TO 1600-READ-PROFILE-CARD-EXIT.
002410     IF PRF-KEYWORD = 'ESCHRS2' AND PRF-VALUE NUMERIC
002420         MOVE PRF-VALUE TO WS-TIER-HOURS (2)
002430         GO TO 1600-READ-PROFILE-CARD-EXIT.
002440     IF PRF-KEYWORD = 'ESCHRS3' AND PRF-VALUE NUMERIC
002450         MOVE PRF-VALUE TO WS-TIER-HOURS (3).
002460 1600-READ-PROFILE-CARD-EXIT.
002470     EXIT.
002480 2000-ESCALATE-ALERTS.
002490     OPEN INPUT ALERTS.
002500     IF WS-ALERTS-STATUS NOT = '00'
002510         DISPLAY 'ALERTESC: ALERTS OPEN FAILED, STATUS='
002520             WS-ALERTS-STATUS UPON OPCNSL
002530         MOVE 'Y' TO WS-RUN-ERROR-SW
002540         GO TO 2000-ESCALATE-ALERTS-EXIT.
002550     OPEN I-O ALERTESC.
002560     IF WS-ALERTESC-STATUS NOT = '00'
002570         DISPLAY 'ALERTESC: ALERTESC OPEN FAILED, STATUS='
002580             WS-ALERTESC-STATUS UPON OPCNSL
002590         MOVE 'Y' TO WS-RUN-ERROR-SW
002600         CLOSE ALERTS
002610         GO TO 2000-ESCALATE-ALERTS-EXIT.
002620     PERFORM 2100-CHECK-ONE-ALERT
002630         THRU 2100-CHECK-ONE-ALERT-EXIT
002640         UNTIL ALERTS-EOF OR RUN-ERROR.
002650     CLOSE ALERTESC.
002660     CLOSE ALERTS.
002670 2000-ESCALATE-ALERTS-EXIT.
002680     EXIT.
002690 2100-CHECK-ONE-ALERT.
002700     READ ALERTS
002710         AT END
002720             SET ALERTS-EOF TO TRUE
002730             GO TO 2100-CHECK-ONE-ALERT-EXIT.
002740     ADD 1 TO WS-ALERTS-READ.
002750     IF NOT ALR-UNACKNOWLEDGED
002760         GO TO 2100-CHECK-ONE-ALERT-EXIT.
002770     ADD 1 TO WS-ALERTS-OPEN.
002780     PERFORM 2200-COMPUTE-AGE
002790         THRU 2200-COMPUTE-AGE-EXIT.
002800     IF ALERT-DATE-BAD
002810         ADD 1 TO WS-ALERTS-BAD-DATE
002820         DISPLAY 'ALERTESC: ALERT DATE NOT VALID, NOT AGED: '
002830             ALR-DATE ' ' ALR-TIME ' ' ALR-JOBNAME
002840             UPON OPCNSL
002850         GO TO 2100-CHECK-ONE-ALERT-EXIT.
002860     MOVE ZERO TO WS-TARGET-TIER.
002870     PERFORM 2150-SET-TARGET-TIER
002880         THRU 2150-SET-TARGET-TIER-EXIT
002890         VARYING WS-TIER-SUB FROM 1 BY 1
002900         UNTIL WS-TIER-SUB > 3.
002910     PERFORM 2400-FIND-CURRENT-TIER
002920         THRU 2400-FIND-CURRENT-TIER-EXIT.
002930     IF RUN-ERROR
002940         GO TO 2100-CHECK-ONE-ALERT-EXIT.
002950     MOVE ZERO TO WS-NEW-TIER.
002960     IF WS-TARGET-TIER > WS-CUR-TIER
002970         PERFORM 2500-ESCALATE-ONE-TIER
002980             THRU 2500-ESCALATE-ONE-TIER-EXIT
002990             VARYING WS-TIER-SUB FROM WS-CUR-TIER BY 1
003000             UNTIL WS-TIER-SUB NOT < WS-TARGET-TIER
003010                 OR RUN-ERROR.
003020     IF WS-CUR-TIER = ZERO
003030         ADD 1 TO WS-ALERTS-NOT-DUE
003040     ELSE
003050         ADD 1 TO WS-TIER-AT-COUNT (WS-CUR-TIER).
003060     PERFORM 2700-PRINT-ONE-ALERT
003070         THRU 2700-PRINT-ONE-ALERT-EXIT.
003080 2100-CHECK-ONE-ALERT-EXIT.
003090     EXIT.
003100 2150-SET-TARGET-TIER.
003110     IF WS-AGE-HOURS NOT < WS-TIER-HOURS (WS-TIER-SUB)
003120         MOVE WS-TIER-SUB TO WS-TARGET-TIER.
003130 2150-SET-TARGET-TIER-EXIT.
003140     EXIT.
003150 2200-COMPUTE-AGE.
      ******************************************************************
      * BUSINESS-HOUR AGE OF THE ALERT.  THE ALERT'S OWN DAY COUNTS   *
      * FROM ITS TIME TO MIDNIGHT, EACH WHOLE DAY BETWEEN COUNTS 24   *
      * HOURS AND TODAY COUNTS UP TO NOW - EACH ONLY IF IT IS A       *
      * BUSINESS DAY.  PAST WS-WALK-MAX DAYS THE WALK STOPS; AN ALERT *
      * THAT OLD IS PAST EVERY THRESHOLD ANYWAY.  A WALK DATE DATESUB *
      * CANNOT STEP FROM IS HANDLED LIKE A BAD ALERT DATE: THE ALERT  *
      * IS COUNTED AND REPORTED BUT NOT AGED.                         *
      ******************************************************************
003160     MOVE 'N' TO WS-BAD-DATE-SW.
003170     MOVE ZERO TO WS-AGE-MINUTES.
003180     SET DSP-FUNC-VALIDATE TO TRUE.
003190     MOVE ALR-DATE TO DSP-DATE-YYYYMMDD.
003200     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003210     IF NOT DSP-GOOD-DATE
003220         SET ALERT-DATE-BAD TO TRUE
003230         GO TO 2200-COMPUTE-AGE-EXIT.
003240     MOVE ALR-TIME TO WS-ALERT-TIME-WORK.
003250     IF WS-ATW-HH NUMERIC AND WS-ATW-MM NUMERIC
003260         COMPUTE WS-ALERT-MINUTES =
003270             (WS-ATW-HH * 60) + WS-ATW-MM
003280     ELSE
003290         MOVE ZERO TO WS-ALERT-MINUTES.
003300     IF ALR-DATE > WS-RUN-DATE
003310         GO TO 2200-COMPUTE-AGE-CONVERT.
003320     MOVE ALR-DATE TO WS-BD-DATE.
003330     PERFORM 2300-TEST-BUSINESS-DAY
003340         THRU 2300-TEST-BUSINESS-DAY-EXIT.
003350     IF ALR-DATE = WS-RUN-DATE
003360         IF BD-BUSINESS-DAY
003370             AND WS-NOW-MINUTES > WS-ALERT-MINUTES
003380             COMPUTE WS-AGE-MINUTES =
003390                 WS-NOW-MINUTES - WS-ALERT-MINUTES
003400             GO TO 2200-COMPUTE-AGE-CONVERT
003410         ELSE
003420             GO TO 2200-COMPUTE-AGE-CONVERT.
003430     IF BD-BUSINESS-DAY
003440         COMPUTE WS-AGE-MINUTES = 1440 - WS-ALERT-MINUTES.
003450     MOVE ALR-DATE TO WS-WALK-DATE.
003460     MOVE ZERO TO WS-WALK-COUNT.
003470     MOVE 'N' TO WS-WALK-DONE-SW.
003480     PERFORM 2250-AGE-ONE-DAY
003490         THRU 2250-AGE-ONE-DAY-EXIT
003500         UNTIL WALK-DONE.
003510 2200-COMPUTE-AGE-CONVERT.
003520     DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS.
003530     IF WS-AGE-HOURS > 99999
003540         MOVE 99999 TO WS-AGE-HOURS.
003550 2200-COMPUTE-AGE-EXIT.
003560     EXIT.
003570 2250-AGE-ONE-DAY.
003580     ADD 1 TO WS-WALK-COUNT.
003590     IF WS-WALK-COUNT > WS-WALK-MAX
003600         MOVE 5999940 TO WS-AGE-MINUTES
003610         SET WALK-DONE TO TRUE
003620         GO TO 2250-AGE-ONE-DAY-EXIT.
003630     SET DSP-FUNC-DAY-OFFSET TO TRUE.
003640     MOVE WS-WALK-DATE TO DSP-DATE-YYYYMMDD.
003650     MOVE 1 TO DSP-DAY-OFFSET.
003660     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003662     IF NOT DSP-GOOD-DATE
003664         SET ALERT-DATE-BAD TO TRUE
003666         SET WALK-DONE TO TRUE
003668         GO TO 2250-AGE-ONE-DAY-EXIT.
003670     MOVE DSP-RESULT-YYYYMMDD TO WS-WALK-DATE.
003680     MOVE WS-WALK-DATE TO WS-BD-DATE.
003690     PERFORM 2300-TEST-BUSINESS-DAY
003700         THRU 2300-TEST-BUSINESS-DAY-EXIT.
003710     IF WS-WALK-DATE NOT < WS-RUN-DATE
003720         IF BD-BUSINESS-DAY
003730             ADD WS-NOW-MINUTES TO WS-AGE-MINUTES
003740             SET WALK-DONE TO TRUE
003750             GO TO 2250-AGE-ONE-DAY-EXIT
003760         ELSE
003770             SET WALK-DONE TO TRUE
003780             GO TO 2250-AGE-ONE-DAY-EXIT.
003790     IF BD-BUSINESS-DAY
003800         ADD 1440 TO WS-AGE-MINUTES.
003810 2250-AGE-ONE-DAY-EXIT.
003820     EXIT.
003830 2300-TEST-BUSINESS-DAY.
      ******************************************************************
      * DATESUB RE-READS THE CALENDAR ON EVERY FUNCTION B CALL, SO    *
      * EACH DATE'S ANSWER IS KEPT AND REUSED FOR THE REST OF THE     *
      * RUN - OPEN ALERTS MOSTLY SHARE THE SAME FEW DAYS.             *
      ******************************************************************
003840     MOVE ZERO TO WS-BD-FOUND-SUB.
003850     PERFORM 2350-FIND-BUSINESS-DAY
003860         THRU 2350-FIND-BUSINESS-DAY-EXIT
003870         VARYING WS-BD-SUB FROM 1 BY 1
003880         UNTIL WS-BD-SUB > WS-BD-COUNT
003890             OR WS-BD-FOUND-SUB > ZERO.
003900     IF WS-BD-FOUND-SUB > ZERO
003910         MOVE WS-BD-ENTRY-FLAG (WS-BD-FOUND-SUB) TO WS-BD-FLAG
003920         GO TO 2300-TEST-BUSINESS-DAY-EXIT.
003930     SET DSP-FUNC-BUSINESS-DAY TO TRUE.
003940     MOVE WS-BD-DATE TO DSP-DATE-YYYYMMDD.
003950     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003960     MOVE DSP-BUSINESS-DAY-FLAG TO WS-BD-FLAG.
003970     IF WS-BD-COUNT < WS-BD-MAX
003980         ADD 1 TO WS-BD-COUNT
003990         MOVE WS-BD-DATE TO WS-BD-ENTRY-DATE (WS-BD-COUNT)
004000         MOVE WS-BD-FLAG TO WS-BD-ENTRY-FLAG (WS-BD-COUNT).
004010 2300-TEST-BUSINESS-DAY-EXIT.
004020     EXIT.
004030 2350-FIND-BUSINESS-DAY.
004040     IF WS-BD-ENTRY-DATE (WS-BD-SUB) = WS-BD-DATE
004050         MOVE WS-BD-SUB TO WS-BD-FOUND-SUB.
004060 2350-FIND-BUSINESS-DAY-EXIT.
004070     EXIT.
004080 2400-FIND-CURRENT-TIER.
      ******************************************************************
      * THE HIGHEST TIER ON FILE FOR THIS ALERT IS ITS CURRENT TIER.  *
      ******************************************************************
004090     MOVE ZERO TO WS-CUR-TIER.
004100     MOVE SPACES TO WS-CUR-TIER-DATE.
004110     PERFORM 2450-READ-ONE-TIER
004120         THRU 2450-READ-ONE-TIER-EXIT
004130         VARYING WS-TIER-SUB FROM 3 BY -1
004140         UNTIL WS-TIER-SUB < 1
004150             OR WS-CUR-TIER > ZERO OR RUN-ERROR.
004160 2400-FIND-CURRENT-TIER-EXIT.
004170     EXIT.
004180 2450-READ-ONE-TIER.
004190     MOVE ALR-KEY TO ESC-ALERT-KEY.
004200     MOVE WS-TIER-SUB TO ESC-TIER.
004210     READ ALERTESC
004220         INVALID KEY
004230             CONTINUE.
004240     IF WS-ALERTESC-STATUS = '23'
004250         GO TO 2450-READ-ONE-TIER-EXIT.
004260     IF WS-ALERTESC-STATUS NOT = '00'
004270         DISPLAY 'ALERTESC: ALERTESC READ FAILED, STATUS='
004280             WS-ALERTESC-STATUS UPON OPCNSL
004290         MOVE 'Y' TO WS-RUN-ERROR-SW
004300         GO TO 2450-READ-ONE-TIER-EXIT.
004310     MOVE WS-TIER-SUB TO WS-CUR-TIER.
004320     MOVE ESC-DATE TO WS-CUR-TIER-DATE.
004330 2450-READ-ONE-TIER-EXIT.
004340     EXIT.
004350 2500-ESCALATE-ONE-TIER.
      ******************************************************************
      * RAISE THE ALERT ONE TIER (WS-TIER-SUB IS THE TIER IT IS AT):  *
      * RECORD IT ON ALERTESC, THEN TELL THE TIER'S AUDIENCE.  AN     *
      * ALERT THAT AGED PAST SEVERAL THRESHOLDS SINCE THE LAST RUN    *
      * CLIMBS THEM ALL NOW SO EVERY AUDIENCE HEARS ABOUT IT.         *
      ******************************************************************
004360     COMPUTE WS-NEW-TIER = WS-TIER-SUB + 1.
004370     MOVE SPACES TO ESCALATION-RECORD.
004380     MOVE ALR-KEY TO ESC-ALERT-KEY.
004390     MOVE WS-NEW-TIER TO ESC-TIER.
004400     MOVE WS-RUN-DATE TO ESC-DATE.
004410     MOVE WS-RUN-TIME-HHMMSSSS TO ESC-TIME.
004420     MOVE WS-AGE-HOURS TO ESC-AGE-HOURS.
004430     MOVE WS-TIER-HOURS (WS-NEW-TIER) TO ESC-THRESHOLD-HOURS.
004440     MOVE WS-TIER-TARGET (WS-NEW-TIER) TO ESC-TARGET.
004450     WRITE ESCALATION-RECORD
004460         INVALID KEY
004470             CONTINUE.
004480     IF WS-ALERTESC-STATUS NOT = '00'
004490         AND WS-ALERTESC-STATUS NOT = '22'
004500         DISPLAY 'ALERTESC: ALERTESC WRITE FAILED, STATUS='
004510             WS-ALERTESC-STATUS UPON OPCNSL
004520         MOVE 'Y' TO WS-RUN-ERROR-SW
004530         GO TO 2500-ESCALATE-ONE-TIER-EXIT.
004540     MOVE WS-NEW-TIER TO WS-CUR-TIER.
004550     MOVE WS-RUN-DATE TO WS-CUR-TIER-DATE.
004560     IF WS-ALERTESC-STATUS = '22'
004570         MOVE ZERO TO WS-NEW-TIER
004580         GO TO 2500-ESCALATE-ONE-TIER-EXIT.
004590     ADD 1 TO WS-ESCALATIONS-WRITTEN.
004600     MOVE WS-AGE-HOURS TO WS-AGE-HOURS-ED.
004610     IF WS-NEW-TIER = 1
004620         DISPLAY 'ALERTESC: TIER 1 - ALERT ' ALR-DATE ' '
004630             ALR-TIME ' ' ALR-JOBNAME ' ' ALR-STEPNAME
004640             ' OPEN ' WS-AGE-HOURS-ED ' BUSINESS HOURS'
004650             UPON OPCNSL
004660         GO TO 2500-ESCALATE-ONE-TIER-EXIT.
004670     IF WS-NEW-TIER = 2
004680         DISPLAY 'ALERTESC: TIER 2 - ALERT ' ALR-DATE ' '
004690             ALR-TIME ' ' ALR-JOBNAME ' ' ALR-STEPNAME
004700             ' OPEN ' WS-AGE-HOURS-ED ' BUSINESS HOURS'
004710             UPON SECNSL
004720         GO TO 2500-ESCALATE-ONE-TIER-EXIT.
004730     DISPLAY 'ALERTESC: TIER 3 - DUTY MANAGER - ALERT '
004740         ALR-DATE ' ' ALR-TIME ' ' ALR-JOBNAME
004750         ' OPEN ' WS-AGE-HOURS-ED ' BUSINESS HOURS'
004760         UPON OPCNSL.
004770     DISPLAY 'ALERTESC: TIER 3 - DUTY MANAGER - ALERT '
004780         ALR-DATE ' ' ALR-TIME ' ' ALR-JOBNAME
004790         ' OPEN ' WS-AGE-HOURS-ED ' BUSINESS HOURS'
004800         UPON SECNSL.
004810 2500-ESCALATE-ONE-TIER-EXIT.
004820     EXIT.
004830 2700-PRINT-ONE-ALERT.
004840     MOVE ALR-DATE TO DTL-DATE.
004850     MOVE ALR-TIME TO DTL-TIME.
004860     MOVE ALR-JOBNAME TO DTL-JOBNAME.
004870     MOVE ALR-STEPNAME TO DTL-STEPNAME.
004880     MOVE WS-AGE-HOURS TO DTL-AGE-HOURS.
004890     MOVE SPACES TO DTL-ACTION.
004900     IF WS-CUR-TIER = ZERO
004910         MOVE '-' TO DTL-TIER
004920         MOVE SPACES TO DTL-TIER-DATE
004930     ELSE
004940         MOVE WS-CUR-TIER TO WS-TIER-DIGIT
004950         MOVE WS-TIER-DIGIT TO DTL-TIER
004960         MOVE WS-CUR-TIER-DATE TO DTL-TIER-DATE.
004970     IF WS-CUR-TIER = 3 AND WS-NEW-TIER = ZERO
004980         MOVE 'DUTY MANAGER' TO DTL-ACTION.
004990     IF WS-CUR-TIER = 3 AND WS-NEW-TIER > ZERO
005000         MOVE 'NEW - DUTY MANAGER' TO DTL-ACTION.
005010     IF WS-CUR-TIER < 3 AND WS-NEW-TIER > ZERO
005020         MOVE 'NEW - ' TO DTL-ACTION
005030         MOVE WS-TIER-TARGET (WS-CUR-TIER)
005040             TO DTL-ACTION (7:8).
005050     WRITE PRINT-LINE FROM DTL-LINE.
005060 2700-PRINT-ONE-ALERT-EXIT.
005070     EXIT.
005080 3000-PRINT-TOTALS.
005090     MOVE SPACES TO PRINT-LINE.
005100     WRITE PRINT-LINE.
005110     IF WS-ALERTS-OPEN = ZERO
005120         MOVE 'NO UNACKNOWLEDGED ALERTS - NOTHING TO ESCALATE'
005130             TO PRINT-LINE
005140         WRITE PRINT-LINE
005150         MOVE SPACES TO PRINT-LINE
005160         WRITE PRINT-LINE.
005170     MOVE 'ALERT RECORDS READ............'
005180         TO TOT-LABEL.
005190     MOVE WS-ALERTS-READ TO TOT-VALUE.
005200     WRITE PRINT-LINE FROM TOT-LINE.
005210     MOVE 'UNACKNOWLEDGED ALERTS.........'
005220         TO TOT-LABEL.
005230     MOVE WS-ALERTS-OPEN TO TOT-VALUE.
005240     WRITE PRINT-LINE FROM TOT-LINE.
005250     MOVE 'ALERT DATE NOT VALID..........'
005260         TO TOT-LABEL.
005270     MOVE WS-ALERTS-BAD-DATE TO TOT-VALUE.
005280     WRITE PRINT-LINE FROM TOT-LINE.
005290     MOVE 'BELOW TIER 1..................'
005300         TO TOT-LABEL.
005310     MOVE WS-ALERTS-NOT-DUE TO TOT-VALUE.
005320     WRITE PRINT-LINE FROM TOT-LINE.
005330     MOVE 'AT TIER 1 (OPCNSL)............'
005340         TO TOT-LABEL.
005350     MOVE WS-TIER-AT-COUNT (1) TO TOT-VALUE.
005360     WRITE PRINT-LINE FROM TOT-LINE.
005370     MOVE 'AT TIER 2 (SECNSL)............'
005380         TO TOT-LABEL.
005390     MOVE WS-TIER-AT-COUNT (2) TO TOT-VALUE.
005400     WRITE PRINT-LINE FROM TOT-LINE.
005410     MOVE 'AT TIER 3 (DUTY MANAGER)......'
005420         TO TOT-LABEL.
005430     MOVE WS-TIER-AT-COUNT (3) TO TOT-VALUE.
005440     WRITE PRINT-LINE FROM TOT-LINE.
005450     MOVE 'ESCALATIONS RECORDED THIS RUN.'
005460         TO TOT-LABEL.
005470     MOVE WS-ESCALATIONS-WRITTEN TO TOT-VALUE.
005480     WRITE PRINT-LINE FROM TOT-LINE.
005490 3000-PRINT-TOTALS-EXIT.
005500     EXIT.
