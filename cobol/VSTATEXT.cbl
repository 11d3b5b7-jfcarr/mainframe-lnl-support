      ******************************************************************
      * PROGRAM:    VSTATEXT                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       DAILY VERIFICATION-STATUS INTERFACE EXTRACT FOR   *
      *             THE ENTERPRISE MONITORING SYSTEM.  SCHEDULED      *
      *             AFTER MISSCHK.  FOR THE BUSINESS DATE (TODAY, OR  *
      *             YYYYMMDD IN CARDIN COLUMNS 1-8) IT COMBINES:      *
      *               - SYS2.HELLO.AUDITLOG: RUN COUNT AND BEST RC    *
      *                 PER AUD-SYSTEM-ID;                            *
      *               - SYS2.HELLO.TIMELOG: THE SUITE ELAPSED TIME OF *
      *                 THE LATEST RUN THAT ACHIEVED THE BEST RC,     *
      *                 MATCHED ON JOBNAME/DATE/TIME;                 *
      *               - SYS2.OPS.ALERTS: ALERTS DATED THE BUSINESS    *
      *                 DAY STILL OPEN AND ACKNOWLEDGED, AND THE      *
      *                 WHOLE UNACKNOWLEDGED BACKLOG.  THE CLUSTER    *
      *                 IS THIS LPAR'S OWN, SO THE COUNTS GO ON THE   *
      *                 DETAIL FOR THE SYSTEM ID IN CARDIN COLUMNS    *
      *                 10-13 (THE FIRST DETAIL WHEN BLANK).          *
      *             A SECOND CARDIN CARD LISTS THE KNOWN LPARS, UP TO *
      *             EIGHT 4-CHARACTER IDS ONE SPACE APART FROM COLUMN *
      *             1 (THE AUDVERIF SYSTEM-ID CARD).  THESE AND THE   *
      *             CARD'S OWN SYSTEM ALWAYS GET A DETAIL, EVEN WITH  *
      *             NO RUN; ANY OTHER SYSTEM ID ON THE AUDIT LOG GETS *
      *             ONE WHEN IT RAN.                                  *
      *             A SYSTEM WITH NO RUN IS MISSING, EXCUSED WHEN A   *
      *             SYS2.OPS.OUTAGES WINDOW COVERS THE DAY, OR NOTDUE *
      *             WHEN THE DAY IS NOT A BUSINESS DAY (DATESUB AND   *
      *             SYS2.OPS.CALENDAR).  THE INTERFACE FILE (SEE      *
      *             VSTATREC) IS A HEADER, ONE DETAIL PER LPAR AND A  *
      *             TRAILER WITH RECORD COUNTS AND A CONTROL TOTAL.   *
      *             EVERY RUN IS LEDGERED IN SYS2.OPS.RUNCTL; WHEN    *
      *             AN EARLIER RUN FOR THE SAME DATE ALREADY PRODUCED *
      *             A FILE THE HEADER IS MARKED R (REPLACEMENT) WITH  *
      *             THE NEXT RUN SEQUENCE, SO THE RECEIVING SIDE      *
      *             REPLACES THE DAY INSTEAD OF LOADING IT TWICE.     *
      *             A CONTROL LISTING GOES TO SYSPRINT.  ENDS RC=8 ON *
      *             AN I/O FAILURE, INCLUDING A RUN THAT CANNOT BE    *
      *             LEDGERED (NO FILE IS THEN VALID), ELSE RC=0.      *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'VSTATEXT'.
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
000180     SELECT SYSPRINT ASSIGN TO SYSPRINT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-SYSPRINT-STATUS.
000210     SELECT AUDITLOG ASSIGN TO AUDITLOG
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS AUD-KEY
000250         FILE STATUS IS WS-AUDITLOG-STATUS.
000260     SELECT OPTIONAL TIMELOG ASSIGN TO TIMELOG
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-TIMELOG-STATUS.
000290     SELECT ALERTS ASSIGN TO ALERTS
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS ALR-KEY
000330         FILE STATUS IS WS-ALERTS-STATUS.
000340     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-OUTAGES-STATUS.
000370     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-RUNCTL-STATUS.
000400     SELECT VSTATOUT ASSIGN TO VSTATOUT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-VSTATOUT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CARDIN
000460     LABEL RECORDS ARE OMITTED
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  VSX-CONTROL-CARD.
000490     05  VSX-CTL-BUS-DATE           PIC X(08).
000500     05  FILLER                     PIC X(01).
000510     05  VSX-CTL-SYSTEM-ID          PIC X(04).
000520     05  FILLER                     PIC X(67).
000530 01  VSX-SYSTEM-CARD.
000540     05  VSX-SYS-ENTRY OCCURS 8 TIMES.
000550         10  VSX-SYS-ID             PIC X(04).
000560         10  FILLER                 PIC X(01).
000570     05  FILLER                     PIC X(40).
000580 FD  SYSPRINT
000590     LABEL RECORDS ARE OMITTED
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  PRINT-LINE                     PIC X(80).
000620 FD  AUDITLOG
000630     LABEL RECORDS ARE STANDARD.
000640 COPY AUDITREC.
000650 FD  TIMELOG
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 40 CHARACTERS.
000680 COPY TIMEREC.
000690 FD  ALERTS
000700     LABEL RECORDS ARE STANDARD.
000710 COPY ALERTREC.
000720 FD  OUTAGES
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 80 CHARACTERS.
000750 COPY OUTREC.
000760 FD  RUNCTL
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790 COPY RUNCTL.
000800 FD  VSTATOUT
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830 COPY VSTATREC.
000840 WORKING-STORAGE SECTION.
000850 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000860 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000870 77  WS-TIMELOG-STATUS          PIC X(02) VALUE SPACES.
000880 77  WS-ALERTS-STATUS           PIC X(02) VALUE SPACES.
000890 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000900 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000910 77  WS-VSTATOUT-STATUS         PIC X(02) VALUE SPACES.
000920 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000930     88  CARDIN-EOF                       VALUE 'Y'.
000940 77  WS-AUDITLOG-EOF-SW         PIC X(01) VALUE 'N'.
000950     88  AUDITLOG-EOF                     VALUE 'Y'.
000960 77  WS-TIMELOG-EOF-SW          PIC X(01) VALUE 'N'.
000970     88  TIMELOG-EOF                      VALUE 'Y'.
000980 77  WS-ALERTS-EOF-SW           PIC X(01) VALUE 'N'.
000990     88  ALERTS-EOF                       VALUE 'Y'.
001000 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
001010     88  OUTAGES-EOF                      VALUE 'Y'.
001020 77  WS-RUNCTL-EOF-SW           PIC X(01) VALUE 'N'.
001030     88  RUNCTL-EOF                       VALUE 'Y'.
001040 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
001050     88  RUN-ERROR                        VALUE 'Y'.
001060 77  WS-BUS-DAY-SW              PIC X(01) VALUE 'Y'.
001070     88  BUS-DATE-IS-BUSINESS-DAY         VALUE 'Y'.
001080 77  WS-LOAD-TYPE-SW            PIC X(01) VALUE 'N'.
001090     88  LOAD-IS-REPLACEMENT              VALUE 'R'.
001100 77  WS-BUS-DATE                PIC X(08) VALUE SPACES.
001110 77  WS-HOME-SYSTEM-ID          PIC X(04) VALUE SPACES.
001120 77  WS-HOLD-SYSTEM-ID          PIC X(04) VALUE SPACES.
001130 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
001140 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
001150 77  WS-SYS-SUB                 PIC S9(04) COMP VALUE ZERO.
001160 77  WS-SYS-COUNT               PIC S9(04) COMP VALUE ZERO.
001170 77  WS-SYS-MAX                 PIC S9(04) COMP VALUE 8.
001180 77  WS-SYS-FOUND-SUB           PIC S9(04) COMP VALUE ZERO.
001190 77  WS-PRIOR-EXTRACTS          PIC S9(04) COMP VALUE ZERO.
001200 77  WS-RUN-SEQ                 PIC S9(04) COMP VALUE ZERO.
001210 77  WS-CARD-SUB                PIC S9(04) COMP VALUE ZERO.
001220 77  WS-AUDIT-READ              PIC S9(07) COMP VALUE ZERO.
001230 77  WS-AUDIT-SELECTED          PIC S9(07) COMP VALUE ZERO.
001240 77  WS-TIMING-MATCHED          PIC S9(07) COMP VALUE ZERO.
001250 77  WS-ALERTS-READ             PIC S9(07) COMP VALUE ZERO.
001260 77  WS-ALERTS-OPEN             PIC S9(07) COMP VALUE ZERO.
001270 77  WS-ALERTS-ACKED            PIC S9(07) COMP VALUE ZERO.
001280 77  WS-ALERTS-BACKLOG          PIC S9(07) COMP VALUE ZERO.
001290 77  WS-DETAIL-COUNT            PIC S9(07) COMP VALUE ZERO.
001300 77  WS-RECORD-COUNT            PIC S9(07) COMP VALUE ZERO.
001310 77  WS-CONTROL-TOTAL           PIC S9(09) COMP VALUE ZERO.
001320 77  WS-HASH-HUNDS              PIC S9(11) COMP VALUE ZERO.
001330 01  WS-SYS-TABLE.
001340     05  WS-SYS-ENTRY OCCURS 8 TIMES.
001350         10  WS-SYS-ID          PIC X(04).
001360         10  WS-SYS-RUN-COUNT   PIC S9(04) COMP.
001370         10  WS-SYS-BEST-RC     PIC 9(04).
001380         10  WS-SYS-BEST-JOBNAME PIC X(08).
001390         10  WS-SYS-BEST-TIME   PIC X(08).
001400         10  WS-SYS-LAST-TIME   PIC X(08).
001410         10  WS-SYS-SUITE-HUNDS PIC 9(08).
001420         10  WS-SYS-TIMING-SW   PIC X(01).
001430             88  SYS-TIMING-FOUND             VALUE 'Y'.
001440         10  WS-SYS-STATUS      PIC X(08).
001450         10  WS-SYS-TICKET      PIC X(12).
001460 COPY DATEPARM.
001470 01  HD1-LINE.
001480     05  FILLER                 PIC X(10) VALUE 'VSTATEXT'.
001490     05  FILLER                 PIC X(38)
001500         VALUE 'VERIFICATION-STATUS INTERFACE EXTRACT'.
001510     05  FILLER                 PIC X(14) VALUE 'BUSINESS DATE '.
001520     05  HD1-BUS-DATE           PIC X(08).
001530     05  FILLER                 PIC X(10) VALUE SPACES.
001540 01  HD2-LINE.
001550     05  FILLER                 PIC X(10) VALUE 'LOAD TYPE '.
001560     05  HD2-LOAD-TYPE          PIC X(12).
001570     05  FILLER                 PIC X(08) VALUE 'RUN SEQ '.
001580     05  HD2-RUN-SEQ            PIC Z9.
001590     05  FILLER                 PIC X(14) VALUE '  BUSINESS DAY'.
001600     05  FILLER                 PIC X(01) VALUE SPACES.
001610     05  HD2-BUS-DAY-FLAG       PIC X(01).
001620     05  FILLER                 PIC X(08) VALUE '  BUILT '.
001630     05  HD2-SOURCE-SYSTEM      PIC X(04).
001640     05  FILLER                 PIC X(20) VALUE SPACES.
001650 01  HD3-LINE.
001660     05  FILLER                 PIC X(06) VALUE 'SYS'.
001670     05  FILLER                 PIC X(10) VALUE 'STATUS'.
001680     05  FILLER                 PIC X(06) VALUE 'RUNS'.
001690     05  FILLER                 PIC X(06) VALUE 'BEST'.
001700     05  FILLER                 PIC X(10) VALUE 'LAST RUN'.
001710     05  FILLER                 PIC X(10) VALUE 'HUNDREDTHS'.
001720     05  FILLER                 PIC X(06) VALUE ' OPEN'.
001730     05  FILLER                 PIC X(06) VALUE 'ACKED'.
001740     05  FILLER                 PIC X(07) VALUE 'BKLOG'.
001750     05  FILLER                 PIC X(13) VALUE 'TICKET'.
001760 01  DTL-LINE.
001770     05  DTL-SYSTEM-ID          PIC X(04).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  DTL-STATUS             PIC X(08).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  DTL-RUN-COUNT          PIC ZZZ9.
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  DTL-BEST-RC            PIC ZZZ9.
001840     05  DTL-BEST-RC-X REDEFINES DTL-BEST-RC
001850                                PIC X(04).
001860     05  FILLER                 PIC X(02) VALUE SPACES.
001870     05  DTL-LAST-RUN           PIC X(08).
001880     05  FILLER                 PIC X(02) VALUE SPACES.
001890     05  DTL-SUITE-HUNDS        PIC ZZZZZZZ9.
001900     05  DTL-SUITE-HUNDS-X REDEFINES DTL-SUITE-HUNDS
001910                                PIC X(08).
001920     05  FILLER                 PIC X(02) VALUE SPACES.
001930     05  DTL-ALR-OPEN           PIC ZZZZ9.
001940     05  FILLER                 PIC X(01) VALUE SPACES.
001950     05  DTL-ALR-ACKED          PIC ZZZZ9.
001960     05  FILLER                 PIC X(01) VALUE SPACES.
001970     05  DTL-ALR-BACKLOG        PIC ZZZZ9.
001980     05  FILLER                 PIC X(02) VALUE SPACES.
001990     05  DTL-TICKET             PIC X(12).
002000     05  FILLER                 PIC X(01) VALUE SPACES.
002010 01  TOT-LINE.
002020     05  TOT-LABEL              PIC X(30).
002030     05  TOT-VALUE              PIC ZZZZZZ9.
002040     05  FILLER                 PIC X(43) VALUE SPACES.
002050 PROCEDURE DIVISION.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080         THRU 1000-INITIALIZE-EXIT.
002090     IF RUN-ERROR
002100         GO TO 0000-WRAPUP.
002110     PERFORM 1500-CHECK-PRIOR-EXTRACTS
002120         THRU 1500-CHECK-PRIOR-EXTRACTS-EXIT.
002130     IF RUN-ERROR
002140         GO TO 0000-WRAPUP.
002150     PERFORM 2000-SCAN-AUDIT-LOG
002160         THRU 2000-SCAN-AUDIT-LOG-EXIT.
002170     IF RUN-ERROR
002180         GO TO 0000-WRAPUP.
002190     PERFORM 2500-SCAN-TIMELOG
002200         THRU 2500-SCAN-TIMELOG-EXIT.
002210     PERFORM 2800-COUNT-ALERTS
002220         THRU 2800-COUNT-ALERTS-EXIT.
002230     IF RUN-ERROR
002240         GO TO 0000-WRAPUP.
002250     PERFORM 2950-SET-ONE-STATUS
002260         THRU 2950-SET-ONE-STATUS-EXIT
002270         VARYING WS-SYS-SUB FROM 1 BY 1
002280         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
002290     PERFORM 3000-WRITE-INTERFACE
002300         THRU 3000-WRITE-INTERFACE-EXIT.
002310     IF RUN-ERROR
002320         GO TO 0000-WRAPUP.
002330     PERFORM 4000-PRINT-TOTALS
002340         THRU 4000-PRINT-TOTALS-EXIT.
002350 0000-WRAPUP.
002360     IF RUN-ERROR
002370         MOVE 8 TO RETURN-CODE
002380         DISPLAY 'VSTATEXT: EXTRACT FOR ' WS-BUS-DATE
002390             ' FAILED - DO NOT SEND THE FILE' UPON OPCNSL.
002400     IF WS-BUS-DATE NOT = SPACES
002410         PERFORM 8000-WRITE-RUN-CONTROL
002420             THRU 8000-WRITE-RUN-CONTROL-EXIT.
002430     CLOSE SYSPRINT.
002440     STOP RUN.
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002470     ACCEPT WS-RUN-TIME-HHMMSSSS FROM TIME.
002480     OPEN OUTPUT SYSPRINT.
002490     IF WS-SYSPRINT-STATUS NOT = '00'
002500         DISPLAY 'VSTATEXT: SYSPRINT OPEN FAILED, STATUS='
002510             WS-SYSPRINT-STATUS UPON OPCNSL
002520         MOVE 'Y' TO WS-RUN-ERROR-SW
002530         GO TO 1000-INITIALIZE-EXIT.
002540     MOVE WS-RUN-DATE-YYYYMMDD TO WS-BUS-DATE.
002550     OPEN INPUT CARDIN.
002560     READ CARDIN
002570         AT END
002580             SET CARDIN-EOF TO TRUE.
002590     IF NOT CARDIN-EOF
002600         IF VSX-CTL-BUS-DATE NOT = SPACES
002610             MOVE VSX-CTL-BUS-DATE TO WS-BUS-DATE
002620             DISPLAY 'VSTATEXT: BUSINESS DATE OVERRIDDEN TO '
002630                 WS-BUS-DATE UPON OPCNSL.
002640     IF NOT CARDIN-EOF
002650         MOVE VSX-CTL-SYSTEM-ID TO WS-HOME-SYSTEM-ID.
      ******************************************************************
      * THE CARD'S SYSTEM AND THE KNOWN LPARS ARE SEEDED FIRST SO EACH *
      * GETS A DETAIL RECORD (THE CARD'S ONE CARRYING THE ALERT        *
      * COUNTS) EVEN WHEN IT HAS NOT RUN ON THE BUSINESS DATE.         *
      ******************************************************************
002660     IF WS-HOME-SYSTEM-ID NOT = SPACES
002670         MOVE WS-HOME-SYSTEM-ID TO WS-HOLD-SYSTEM-ID
002680         PERFORM 2200-FIND-SYSTEM
002690             THRU 2200-FIND-SYSTEM-EXIT.
002700     IF NOT CARDIN-EOF
002710         READ CARDIN
002720             AT END
002730                 SET CARDIN-EOF TO TRUE.
002740     IF CARDIN-EOF
002750         DISPLAY 'VSTATEXT: NO KNOWN-LPAR CARD, ONLY SYSTEMS '
002760             'THAT RAN ARE REPORTED' UPON OPCNSL
002770     ELSE
002780         PERFORM 1100-SEED-ONE-SYSTEM
002790             THRU 1100-SEED-ONE-SYSTEM-EXIT
002800             VARYING WS-CARD-SUB FROM 1 BY 1
002810             UNTIL WS-CARD-SUB > 8.
002820     CLOSE CARDIN.
002830     SET DSP-FUNC-VALIDATE TO TRUE.
002840     MOVE WS-BUS-DATE TO DSP-DATE-YYYYMMDD.
002850     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002860     IF NOT DSP-GOOD-DATE
002870         DISPLAY 'VSTATEXT: BUSINESS DATE NOT VALID: '
002880             WS-BUS-DATE UPON OPCNSL
002890         MOVE SPACES TO WS-BUS-DATE
002900         MOVE 'Y' TO WS-RUN-ERROR-SW
002910         GO TO 1000-INITIALIZE-EXIT.
002920     SET DSP-FUNC-BUSINESS-DAY TO TRUE.
002930     MOVE WS-BUS-DATE TO DSP-DATE-YYYYMMDD.
002940     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002950     IF DSP-NON-BUSINESS-DAY
002960         MOVE 'N' TO WS-BUS-DAY-SW.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990 1100-SEED-ONE-SYSTEM.
003000     IF VSX-SYS-ID (WS-CARD-SUB) = SPACES
003010         GO TO 1100-SEED-ONE-SYSTEM-EXIT.
003020     MOVE VSX-SYS-ID (WS-CARD-SUB) TO WS-HOLD-SYSTEM-ID.
003030     PERFORM 2200-FIND-SYSTEM
003040         THRU 2200-FIND-SYSTEM-EXIT.
003050 1100-SEED-ONE-SYSTEM-EXIT.
003060     EXIT.
003070 1500-CHECK-PRIOR-EXTRACTS.
      ******************************************************************
      * AN EARLIER VSTATEXT RUN FOR THE SAME BUSINESS DATE THAT ENDED  *
      * BELOW RC=8 HAS ALREADY PRODUCED A FILE, SO THIS ONE REPLACES   *
      * IT.  WITHOUT A READABLE LEDGER THE LOAD TYPE CANNOT BE TOLD,   *
      * SO NO FILE IS WRITTEN.                                         *
      ******************************************************************
003080     OPEN INPUT RUNCTL.
003090     IF WS-RUNCTL-STATUS NOT = '00' AND
003100        WS-RUNCTL-STATUS NOT = '05'
003110         DISPLAY 'VSTATEXT: RUNCTL OPEN FAILED, STATUS='
003120             WS-RUNCTL-STATUS UPON OPCNSL
003130         MOVE 'Y' TO WS-RUN-ERROR-SW
003140         GO TO 1500-CHECK-PRIOR-EXTRACTS-EXIT.
003150     PERFORM 1550-READ-RUN-CONTROL
003160         THRU 1550-READ-RUN-CONTROL-EXIT
003170         UNTIL RUNCTL-EOF.
003180     CLOSE RUNCTL.
003190     COMPUTE WS-RUN-SEQ = WS-PRIOR-EXTRACTS + 1.
003200     IF WS-PRIOR-EXTRACTS > ZERO
003210         SET LOAD-IS-REPLACEMENT TO TRUE
003220         DISPLAY 'VSTATEXT: ' WS-BUS-DATE
003230             ' ALREADY EXTRACTED, FILE MARKED AS REPLACEMENT'
003240             UPON OPCNSL.
003250 1500-CHECK-PRIOR-EXTRACTS-EXIT.
003260     EXIT.
003270 1550-READ-RUN-CONTROL.
003280     READ RUNCTL
003290         AT END
003300             SET RUNCTL-EOF TO TRUE
003310             GO TO 1550-READ-RUN-CONTROL-EXIT.
003320     IF RCL-JOBNAME = 'VSTATEXT' AND
003330        RCL-PERIOD-FROM = WS-BUS-DATE AND
003340        RCL-RETURN-CODE < 8
003350         ADD 1 TO WS-PRIOR-EXTRACTS.
003360 1550-READ-RUN-CONTROL-EXIT.
003370     EXIT.
003380 2000-SCAN-AUDIT-LOG.
003390     OPEN INPUT AUDITLOG.
003400     IF WS-AUDITLOG-STATUS NOT = '00'
003410         DISPLAY 'VSTATEXT: AUDITLOG OPEN FAILED, STATUS='
003420             WS-AUDITLOG-STATUS UPON OPCNSL
003430         MOVE 'Y' TO WS-RUN-ERROR-SW
003440         GO TO 2000-SCAN-AUDIT-LOG-EXIT.
003450     PERFORM 2100-READ-AUDIT-RECORD
003460         THRU 2100-READ-AUDIT-RECORD-EXIT
003470         UNTIL AUDITLOG-EOF.
003480     CLOSE AUDITLOG.
003490 2000-SCAN-AUDIT-LOG-EXIT.
003500     EXIT.
003510 2100-READ-AUDIT-RECORD.
003520     READ AUDITLOG
003530         AT END
003540             SET AUDITLOG-EOF TO TRUE
003550             GO TO 2100-READ-AUDIT-RECORD-EXIT.
003560     ADD 1 TO WS-AUDIT-READ.
003570     IF AUD-RUN-DATE NOT = WS-BUS-DATE
003580         GO TO 2100-READ-AUDIT-RECORD-EXIT.
003590     MOVE AUD-SYSTEM-ID TO WS-HOLD-SYSTEM-ID.
003600     IF WS-HOLD-SYSTEM-ID = SPACES
003610         MOVE '????' TO WS-HOLD-SYSTEM-ID.
003620     PERFORM 2200-FIND-SYSTEM
003630         THRU 2200-FIND-SYSTEM-EXIT.
003640     IF WS-SYS-FOUND-SUB = ZERO
003650         GO TO 2100-READ-AUDIT-RECORD-EXIT.
003660     ADD 1 TO WS-AUDIT-SELECTED.
003670     ADD 1 TO WS-SYS-RUN-COUNT (WS-SYS-FOUND-SUB).
003680     IF AUD-RUN-TIME > WS-SYS-LAST-TIME (WS-SYS-FOUND-SUB)
003690         MOVE AUD-RUN-TIME TO WS-SYS-LAST-TIME (WS-SYS-FOUND-SUB).
      ******************************************************************
      * THE LATEST RUN WITH THE BEST RC IS THE ONE WHOSE SUITE TIME    *
      * IS REPORTED.                                                   *
      ******************************************************************
003700     IF AUD-RETURN-CODE < WS-SYS-BEST-RC (WS-SYS-FOUND-SUB)
003710         MOVE AUD-RETURN-CODE TO WS-SYS-BEST-RC (WS-SYS-FOUND-SUB)
003720         MOVE AUD-JOBNAME TO
003730             WS-SYS-BEST-JOBNAME (WS-SYS-FOUND-SUB)
003740         MOVE AUD-RUN-TIME TO WS-SYS-BEST-TIME (WS-SYS-FOUND-SUB)
003750         GO TO 2100-READ-AUDIT-RECORD-EXIT.
003760     IF AUD-RETURN-CODE = WS-SYS-BEST-RC (WS-SYS-FOUND-SUB) AND
003770        AUD-RUN-TIME > WS-SYS-BEST-TIME (WS-SYS-FOUND-SUB)
003780         MOVE AUD-JOBNAME TO
003790             WS-SYS-BEST-JOBNAME (WS-SYS-FOUND-SUB)
003800         MOVE AUD-RUN-TIME TO WS-SYS-BEST-TIME (WS-SYS-FOUND-SUB).
003810 2100-READ-AUDIT-RECORD-EXIT.
003820     EXIT.
003830 2200-FIND-SYSTEM.
003840     MOVE ZERO TO WS-SYS-FOUND-SUB.
003850     PERFORM 2300-MATCH-ONE-SYSTEM
003860         THRU 2300-MATCH-ONE-SYSTEM-EXIT
003870         VARYING WS-SYS-SUB FROM 1 BY 1
003880         UNTIL WS-SYS-SUB > WS-SYS-COUNT
003890             OR WS-SYS-FOUND-SUB > ZERO.
003900     IF WS-SYS-FOUND-SUB > ZERO
003910         GO TO 2200-FIND-SYSTEM-EXIT.
003920     IF WS-SYS-COUNT NOT < WS-SYS-MAX
003930         DISPLAY 'VSTATEXT: MORE THAN 8 SYSTEM IDS, RECORDS '
003940             'FOR ' WS-HOLD-SYSTEM-ID ' SKIPPED' UPON OPCNSL
003950         GO TO 2200-FIND-SYSTEM-EXIT.
003960     ADD 1 TO WS-SYS-COUNT.
003970     MOVE WS-HOLD-SYSTEM-ID TO WS-SYS-ID (WS-SYS-COUNT).
003980     MOVE ZERO TO WS-SYS-RUN-COUNT (WS-SYS-COUNT).
003990     MOVE 9999 TO WS-SYS-BEST-RC (WS-SYS-COUNT).
004000     MOVE SPACES TO WS-SYS-BEST-JOBNAME (WS-SYS-COUNT).
004010     MOVE SPACES TO WS-SYS-BEST-TIME (WS-SYS-COUNT).
004020     MOVE SPACES TO WS-SYS-LAST-TIME (WS-SYS-COUNT).
004030     MOVE ZERO TO WS-SYS-SUITE-HUNDS (WS-SYS-COUNT).
004040     MOVE 'N' TO WS-SYS-TIMING-SW (WS-SYS-COUNT).
004050     MOVE SPACES TO WS-SYS-STATUS (WS-SYS-COUNT).
004060     MOVE SPACES TO WS-SYS-TICKET (WS-SYS-COUNT).
004070     MOVE WS-SYS-COUNT TO WS-SYS-FOUND-SUB.
004080 2200-FIND-SYSTEM-EXIT.
004090     EXIT.
004100 2300-MATCH-ONE-SYSTEM.
004110     IF WS-SYS-ID (WS-SYS-SUB) = WS-HOLD-SYSTEM-ID
004120         MOVE WS-SYS-SUB TO WS-SYS-FOUND-SUB.
004130 2300-MATCH-ONE-SYSTEM-EXIT.
004140     EXIT.
004150 2500-SCAN-TIMELOG.
004160     OPEN INPUT TIMELOG.
004170     IF WS-TIMELOG-STATUS NOT = '00' AND
004180        WS-TIMELOG-STATUS NOT = '05'
004190         DISPLAY 'VSTATEXT: TIMELOG OPEN FAILED, STATUS='
004200             WS-TIMELOG-STATUS ', NO SUITE TIMES' UPON OPCNSL
004210         GO TO 2500-SCAN-TIMELOG-EXIT.
004220     PERFORM 2600-READ-TIMING-RECORD
004230         THRU 2600-READ-TIMING-RECORD-EXIT
004240         UNTIL TIMELOG-EOF.
004250     CLOSE TIMELOG.
004260 2500-SCAN-TIMELOG-EXIT.
004270     EXIT.
004280 2600-READ-TIMING-RECORD.
004290     READ TIMELOG
004300         AT END
004310             SET TIMELOG-EOF TO TRUE
004320             GO TO 2600-READ-TIMING-RECORD-EXIT.
004330     IF TIM-RUN-DATE NOT = WS-BUS-DATE OR
004340        TIM-TEST-ID NOT = 'SUITE   '
004350         GO TO 2600-READ-TIMING-RECORD-EXIT.
004360     PERFORM 2650-MATCH-ONE-TIMING
004370         THRU 2650-MATCH-ONE-TIMING-EXIT
004380         VARYING WS-SYS-SUB FROM 1 BY 1
004390         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
004400 2600-READ-TIMING-RECORD-EXIT.
004410     EXIT.
004420 2650-MATCH-ONE-TIMING.
004430     IF WS-SYS-RUN-COUNT (WS-SYS-SUB) = ZERO
004440         GO TO 2650-MATCH-ONE-TIMING-EXIT.
004450     IF TIM-JOBNAME NOT = WS-SYS-BEST-JOBNAME (WS-SYS-SUB) OR
004460        TIM-RUN-TIME NOT = WS-SYS-BEST-TIME (WS-SYS-SUB)
004470         GO TO 2650-MATCH-ONE-TIMING-EXIT.
004480     IF NOT SYS-TIMING-FOUND (WS-SYS-SUB)
004490         ADD 1 TO WS-TIMING-MATCHED.
004500     MOVE TIM-ELAPSED-HUNDS TO WS-SYS-SUITE-HUNDS (WS-SYS-SUB).
004510     MOVE 'Y' TO WS-SYS-TIMING-SW (WS-SYS-SUB).
004520 2650-MATCH-ONE-TIMING-EXIT.
004530     EXIT.
004540 2800-COUNT-ALERTS.
004550     OPEN INPUT ALERTS.
004560     IF WS-ALERTS-STATUS NOT = '00'
004570         DISPLAY 'VSTATEXT: ALERTS OPEN FAILED, STATUS='
004580             WS-ALERTS-STATUS UPON OPCNSL
004590         MOVE 'Y' TO WS-RUN-ERROR-SW
004600         GO TO 2800-COUNT-ALERTS-EXIT.
004610     PERFORM 2900-COUNT-ONE-ALERT
004620         THRU 2900-COUNT-ONE-ALERT-EXIT
004630         UNTIL ALERTS-EOF.
004640     CLOSE ALERTS.
004650 2800-COUNT-ALERTS-EXIT.
004660     EXIT.
004670 2900-COUNT-ONE-ALERT.
004680     READ ALERTS
004690         AT END
004700             SET ALERTS-EOF TO TRUE
004710             GO TO 2900-COUNT-ONE-ALERT-EXIT.
004720     ADD 1 TO WS-ALERTS-READ.
004730     IF ALR-UNACKNOWLEDGED
004740         ADD 1 TO WS-ALERTS-BACKLOG.
004750     IF ALR-DATE NOT = WS-BUS-DATE
004760         GO TO 2900-COUNT-ONE-ALERT-EXIT.
004770     IF ALR-ACKNOWLEDGED
004780         ADD 1 TO WS-ALERTS-ACKED
004790     ELSE
004800         ADD 1 TO WS-ALERTS-OPEN.
004810 2900-COUNT-ONE-ALERT-EXIT.
004820     EXIT.
004830 2950-SET-ONE-STATUS.
004840     IF WS-SYS-RUN-COUNT (WS-SYS-SUB) > ZERO
004850         AND WS-SYS-BEST-RC (WS-SYS-SUB) = ZERO
004860         MOVE 'VERIFIED' TO WS-SYS-STATUS (WS-SYS-SUB)
004870         GO TO 2950-SET-ONE-STATUS-EXIT.
004880     IF WS-SYS-RUN-COUNT (WS-SYS-SUB) > ZERO
004890         MOVE 'FAILED  ' TO WS-SYS-STATUS (WS-SYS-SUB)
004900         GO TO 2950-SET-ONE-STATUS-EXIT.
004910     IF NOT BUS-DATE-IS-BUSINESS-DAY
004920         MOVE 'NOTDUE  ' TO WS-SYS-STATUS (WS-SYS-SUB)
004930         GO TO 2950-SET-ONE-STATUS-EXIT.
004940     MOVE 'MISSING ' TO WS-SYS-STATUS (WS-SYS-SUB).
004950     MOVE WS-SYS-ID (WS-SYS-SUB) TO WS-HOLD-SYSTEM-ID.
004960     PERFORM 7500-CHECK-OUTAGES
004970         THRU 7500-CHECK-OUTAGES-EXIT.
004980 2950-SET-ONE-STATUS-EXIT.
004990     EXIT.
005000 3000-WRITE-INTERFACE.
005010     OPEN OUTPUT VSTATOUT.
005020     IF WS-VSTATOUT-STATUS NOT = '00'
005030         DISPLAY 'VSTATEXT: VSTATOUT OPEN FAILED, STATUS='
005040             WS-VSTATOUT-STATUS UPON OPCNSL
005050         MOVE 'Y' TO WS-RUN-ERROR-SW
005060         GO TO 3000-WRITE-INTERFACE-EXIT.
005070     IF WS-HOME-SYSTEM-ID = SPACES AND WS-SYS-COUNT > ZERO
005080         MOVE WS-SYS-ID (1) TO WS-HOME-SYSTEM-ID.
005090     MOVE SPACES TO VSTAT-RECORD.
005100     SET VST-HEADER TO TRUE.
005110     MOVE 'HELLOVST' TO VSH-INTERFACE-ID.
005120     MOVE WS-BUS-DATE TO VSH-BUS-DATE.
005130     MOVE WS-RUN-DATE-YYYYMMDD TO VSH-CREATE-DATE.
005140     MOVE WS-RUN-TIME-HHMMSSSS TO VSH-CREATE-TIME.
005150     MOVE WS-LOAD-TYPE-SW TO VSH-LOAD-TYPE.
005160     MOVE WS-RUN-SEQ TO VSH-RUN-SEQ.
005170     MOVE WS-BUS-DAY-SW TO VSH-BUS-DAY-FLAG.
005180     MOVE WS-HOME-SYSTEM-ID TO VSH-SOURCE-SYSTEM.
005190     PERFORM 3900-WRITE-VSTAT-RECORD
005200         THRU 3900-WRITE-VSTAT-RECORD-EXIT.
005210     MOVE WS-BUS-DATE TO HD1-BUS-DATE.
005220     WRITE PRINT-LINE FROM HD1-LINE.
005230     IF LOAD-IS-REPLACEMENT
005240         MOVE 'REPLACEMENT' TO HD2-LOAD-TYPE
005250     ELSE
005260         MOVE 'NEW' TO HD2-LOAD-TYPE.
005270     MOVE WS-RUN-SEQ TO HD2-RUN-SEQ.
005280     MOVE WS-BUS-DAY-SW TO HD2-BUS-DAY-FLAG.
005290     MOVE WS-HOME-SYSTEM-ID TO HD2-SOURCE-SYSTEM.
005300     WRITE PRINT-LINE FROM HD2-LINE.
005310     MOVE SPACES TO PRINT-LINE.
005320     WRITE PRINT-LINE.
005330     WRITE PRINT-LINE FROM HD3-LINE.
005340     MOVE SPACES TO PRINT-LINE.
005350     WRITE PRINT-LINE.
005360     PERFORM 3100-WRITE-ONE-DETAIL
005370         THRU 3100-WRITE-ONE-DETAIL-EXIT
005380         VARYING WS-SYS-SUB FROM 1 BY 1
005390         UNTIL WS-SYS-SUB > WS-SYS-COUNT
005400             OR RUN-ERROR.
005410     IF RUN-ERROR
005420         GO TO 3000-WRITE-INTERFACE-EXIT.
005430     IF WS-SYS-COUNT = ZERO
005440         DISPLAY 'VSTATEXT: NO RUNS ON AUDITLOG FOR '
005450             WS-BUS-DATE ', NO DETAIL RECORDS' UPON OPCNSL.
005460     MOVE SPACES TO VSTAT-RECORD.
005470     SET VST-TRAILER TO TRUE.
005480     MOVE WS-BUS-DATE TO VST-BUS-DATE.
005490     MOVE WS-DETAIL-COUNT TO VST-DETAIL-COUNT.
005500     COMPUTE VST-RECORD-COUNT = WS-RECORD-COUNT + 1.
005510     MOVE WS-CONTROL-TOTAL TO VST-CONTROL-TOTAL.
005520     MOVE WS-HASH-HUNDS TO VST-HASH-HUNDS.
005530     PERFORM 3900-WRITE-VSTAT-RECORD
005540         THRU 3900-WRITE-VSTAT-RECORD-EXIT.
005550     CLOSE VSTATOUT.
005560 3000-WRITE-INTERFACE-EXIT.
005570     EXIT.
005580 3100-WRITE-ONE-DETAIL.
005590     MOVE SPACES TO VSTAT-RECORD.
005600     SET VST-DETAIL TO TRUE.
005610     MOVE WS-SYS-ID (WS-SYS-SUB) TO VSD-SYSTEM-ID.
005620     MOVE WS-BUS-DATE TO VSD-BUS-DATE.
005630     MOVE WS-SYS-STATUS (WS-SYS-SUB) TO VSD-STATUS.
005640     MOVE WS-SYS-RUN-COUNT (WS-SYS-SUB) TO VSD-RUN-COUNT.
005650     MOVE WS-SYS-BEST-RC (WS-SYS-SUB) TO VSD-BEST-RC.
005660     MOVE WS-SYS-LAST-TIME (WS-SYS-SUB) TO VSD-LAST-RUN-TIME.
005670     MOVE WS-SYS-SUITE-HUNDS (WS-SYS-SUB) TO VSD-SUITE-HUNDS.
005680     MOVE WS-SYS-TIMING-SW (WS-SYS-SUB) TO VSD-TIMING-FLAG.
005690     MOVE ZERO TO VSD-ALERTS-OPEN.
005700     MOVE ZERO TO VSD-ALERTS-ACKED.
005710     MOVE ZERO TO VSD-ALERTS-BACKLOG.
005720     IF WS-SYS-ID (WS-SYS-SUB) = WS-HOME-SYSTEM-ID
005730         MOVE WS-ALERTS-OPEN TO VSD-ALERTS-OPEN
005740         MOVE WS-ALERTS-ACKED TO VSD-ALERTS-ACKED
005750         MOVE WS-ALERTS-BACKLOG TO VSD-ALERTS-BACKLOG.
005760     MOVE WS-SYS-TICKET (WS-SYS-SUB) TO VSD-TICKET.
005770     PERFORM 3900-WRITE-VSTAT-RECORD
005780         THRU 3900-WRITE-VSTAT-RECORD-EXIT.
005790     ADD 1 TO WS-DETAIL-COUNT.
005800     ADD WS-SYS-RUN-COUNT (WS-SYS-SUB) TO WS-CONTROL-TOTAL.
005810     ADD WS-SYS-SUITE-HUNDS (WS-SYS-SUB) TO WS-HASH-HUNDS.
005820     MOVE VSD-SYSTEM-ID TO DTL-SYSTEM-ID.
005830     MOVE VSD-STATUS TO DTL-STATUS.
005840     MOVE VSD-RUN-COUNT TO DTL-RUN-COUNT.
005850     MOVE VSD-BEST-RC TO DTL-BEST-RC.
005860     IF VSD-RUN-COUNT = ZERO
005870         MOVE SPACES TO DTL-BEST-RC-X.
005880     MOVE VSD-LAST-RUN-TIME TO DTL-LAST-RUN.
005890     MOVE VSD-SUITE-HUNDS TO DTL-SUITE-HUNDS.
005900     IF VSD-TIMING-FLAG NOT = 'Y'
005910         MOVE SPACES TO DTL-SUITE-HUNDS-X.
005920     MOVE VSD-ALERTS-OPEN TO DTL-ALR-OPEN.
005930     MOVE VSD-ALERTS-ACKED TO DTL-ALR-ACKED.
005940     MOVE VSD-ALERTS-BACKLOG TO DTL-ALR-BACKLOG.
005950     MOVE VSD-TICKET TO DTL-TICKET.
005960     WRITE PRINT-LINE FROM DTL-LINE.
005970 3100-WRITE-ONE-DETAIL-EXIT.
005980     EXIT.
005990 3900-WRITE-VSTAT-RECORD.
006000     WRITE VSTAT-RECORD.
006010     IF WS-VSTATOUT-STATUS NOT = '00'
006020         DISPLAY 'VSTATEXT: VSTATOUT WRITE FAILED, STATUS='
006030             WS-VSTATOUT-STATUS UPON OPCNSL
006040         MOVE 'Y' TO WS-RUN-ERROR-SW
006050         GO TO 3900-WRITE-VSTAT-RECORD-EXIT.
006060     ADD 1 TO WS-RECORD-COUNT.
006070 3900-WRITE-VSTAT-RECORD-EXIT.
006080     EXIT.
006090 4000-PRINT-TOTALS.
006100     MOVE SPACES TO PRINT-LINE.
006110     WRITE PRINT-LINE.
006120     MOVE 'AUDIT RECORDS READ............' TO TOT-LABEL.
006130     MOVE WS-AUDIT-READ TO TOT-VALUE.
006140     WRITE PRINT-LINE FROM TOT-LINE.
006150     MOVE 'RUNS ON THE BUSINESS DATE.....' TO TOT-LABEL.
006160     MOVE WS-AUDIT-SELECTED TO TOT-VALUE.
006170     WRITE PRINT-LINE FROM TOT-LINE.
006180     MOVE 'SUITE TIMINGS MATCHED.........' TO TOT-LABEL.
006190     MOVE WS-TIMING-MATCHED TO TOT-VALUE.
006200     WRITE PRINT-LINE FROM TOT-LINE.
006210     MOVE 'ALERT RECORDS READ............' TO TOT-LABEL.
006220     MOVE WS-ALERTS-READ TO TOT-VALUE.
006230     WRITE PRINT-LINE FROM TOT-LINE.
006240     MOVE 'EARLIER EXTRACTS FOR DATE.....' TO TOT-LABEL.
006250     MOVE WS-PRIOR-EXTRACTS TO TOT-VALUE.
006260     WRITE PRINT-LINE FROM TOT-LINE.
006270     MOVE 'DETAIL RECORDS WRITTEN........' TO TOT-LABEL.
006280     MOVE WS-DETAIL-COUNT TO TOT-VALUE.
006290     WRITE PRINT-LINE FROM TOT-LINE.
006300     MOVE 'INTERFACE RECORDS WRITTEN.....' TO TOT-LABEL.
006310     MOVE WS-RECORD-COUNT TO TOT-VALUE.
006320     WRITE PRINT-LINE FROM TOT-LINE.
006330     MOVE 'CONTROL TOTAL (RUN COUNT).....' TO TOT-LABEL.
006340     MOVE WS-CONTROL-TOTAL TO TOT-VALUE.
006350     WRITE PRINT-LINE FROM TOT-LINE.
006360     DISPLAY 'VSTATEXT: ' WS-BUS-DATE ' EXTRACTED, '
006370         WS-DETAIL-COUNT ' LPAR(S), LOAD TYPE ' WS-LOAD-TYPE-SW
006380         UPON OPCNSL.
006390 4000-PRINT-TOTALS-EXIT.
006400     EXIT.
006410 7500-CHECK-OUTAGES.
      ******************************************************************
      * A DAY IS EXCUSED WHEN ANY PART OF IT FALLS INSIDE A PLANNED-   *
      * OUTAGE WINDOW FOR THE SYSTEM IN WS-HOLD-SYSTEM-ID.             *
      ******************************************************************
006420     MOVE 'N' TO WS-OUTAGES-EOF-SW.
006430     OPEN INPUT OUTAGES.
006440     IF WS-OUTAGES-STATUS NOT = '00' AND
006450        WS-OUTAGES-STATUS NOT = '05'
006460         DISPLAY 'VSTATEXT: OUTAGES OPEN FAILED, STATUS='
006470             WS-OUTAGES-STATUS ', NO DAY EXCUSED' UPON OPCNSL
006480         GO TO 7500-CHECK-OUTAGES-EXIT.
006490     PERFORM 7550-READ-OUTAGE-RECORD
006500         THRU 7550-READ-OUTAGE-RECORD-EXIT
006510         UNTIL OUTAGES-EOF.
006520     CLOSE OUTAGES.
006530 7500-CHECK-OUTAGES-EXIT.
006540     EXIT.
006550 7550-READ-OUTAGE-RECORD.
006560     READ OUTAGES
006570         AT END
006580             SET OUTAGES-EOF TO TRUE
006590             GO TO 7550-READ-OUTAGE-RECORD-EXIT.
006600     IF OUT-SYSTEM-ID NOT = WS-HOLD-SYSTEM-ID
006610         GO TO 7550-READ-OUTAGE-RECORD-EXIT.
006620     IF OUT-FROM-DATE NOT > WS-BUS-DATE AND
006630        OUT-TO-DATE NOT < WS-BUS-DATE
006640         MOVE 'EXCUSED ' TO WS-SYS-STATUS (WS-SYS-SUB)
006650         MOVE OUT-TICKET TO WS-SYS-TICKET (WS-SYS-SUB)
006660         SET OUTAGES-EOF TO TRUE.
006670 7550-READ-OUTAGE-RECORD-EXIT.
006680     EXIT.
006690 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * THE LEDGER DRIVES THE NEW/REPLACEMENT LOAD TYPE OF THE NEXT    *
      * RUN FOR THE SAME DATE (1500), SO A RUN THAT CANNOT BE LEDGERED *
      * ENDS RC=8 AND ITS FILE IS NOT CATALOGUED OR SENT.              *
      ******************************************************************
006700     OPEN EXTEND RUNCTL.
006710     IF WS-RUNCTL-STATUS NOT = '00' AND
006720        WS-RUNCTL-STATUS NOT = '05'
006730         DISPLAY 'VSTATEXT: RUNCTL OPEN FAILED, STATUS='
006740             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
006750         MOVE 'Y' TO WS-RUN-ERROR-SW
006760         MOVE 8 TO RETURN-CODE
006770         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
006780     MOVE SPACES TO RUN-CONTROL-RECORD.
006790     MOVE 'VSTATEXT' TO RCL-JOBNAME.
006800     MOVE WS-BUS-DATE TO RCL-PERIOD-FROM.
006810     MOVE WS-BUS-DATE TO RCL-PERIOD-TO.
006820     MOVE RETURN-CODE TO RCL-RETURN-CODE.
006830     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
006840     ACCEPT RCL-RUN-TIME FROM TIME.
006850     WRITE RUN-CONTROL-RECORD.
006860     IF WS-RUNCTL-STATUS NOT = '00'
006870         DISPLAY 'VSTATEXT: RUNCTL WRITE FAILED, STATUS='
006880             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
006890         MOVE 'Y' TO WS-RUN-ERROR-SW
006900         MOVE 8 TO RETURN-CODE.
006910     CLOSE RUNCTL.
006920 8000-WRITE-RUN-CONTROL-EXIT.
006930     EXIT.
