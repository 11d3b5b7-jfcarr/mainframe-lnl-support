      ******************************************************************
      * PROGRAM:    AUDREST                                            *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       AUDIT-ARCHIVE RESTORE UTILITY.  LOADS THE AUDIT    *
      *             RECORDS FOR A QUESTIONED PERIOD BACK OUT OF THE   *
      *             SYS2.HELLO.AUDITLOG.ARCHIVE GDG THAT AUDPURGE     *
      *             ROLLS AGED RECORDS INTO, AND WRITES THEM TO THE   *
      *             SEPARATE SYS2.HELLO.AUDITLOG.RESTORE INQUIRY KSDS *
      *             (SAME AUDITREC LAYOUT AND KEY AS THE LIVE         *
      *             CLUSTER, DEFINED AFRESH BY THE AUDREST JOB), SO   *
      *             OPSTAT, AUDITRPT AND XENVRPT CAN BE POINTED AT A  *
      *             PURGED PERIOD WITHOUT TOUCHING THE LIVE LOG.      *
      *             THE CARDIN CARD GIVES THE RANGE (FROM YYYYMMDD IN *
      *             COLUMNS 1-8, TO YYYYMMDD IN COLUMNS 10-17, BLANK  *
      *             = THE FROM DATE ONLY), AN OPTIONAL JOB NAME IN    *
      *             COLUMNS 19-26 AND AN OPTIONAL AUD-SYSTEM-ID IN    *
      *             COLUMNS 28-31.  EVERY CATALOGUED GENERATION IS    *
      *             SEARCHED, NEWEST FIRST: EACH IS ALLOCATED IN TURN *
      *             TO THE ARCHIN DD THROUGH THE BPXWDYN DYNAMIC-     *
      *             ALLOCATION SERVICE AS RELATIVE GENERATION (0),    *
      *             (-1), (-2) ... UNTIL ONE WILL NOT ALLOCATE.  A    *
      *             RECORD WHOSE RUN DATE FAILS DATESUB VALIDATION,   *
      *             OR WHOSE KEY IS ALREADY ON THE RESTORE CLUSTER,   *
      *             IS REJECTED AND COUNTED.  SYSPRINT CARRIES ONE    *
      *             COUNT LINE PER GENERATION READ AND THE RUN        *
      *             TOTALS.  ENDS RC=4 WHEN NOTHING WAS RESTORED OR   *
      *             ANY RECORD WAS REJECTED, RC=8 ON AN I/O OR        *
      *             CONTROL-CARD FAILURE.                             *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'AUDREST'.
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
000160     SELECT CARDIN ASSIGN TO CARDIN
000170         ORGANIZATION IS SEQUENTIAL.
000180     SELECT SYSPRINT ASSIGN TO SYSPRINT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-SYSPRINT-STATUS.
000210     SELECT ARCHIN ASSIGN TO ARCHIN
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-ARCHIN-STATUS.
000240     SELECT RESTORE ASSIGN TO RESTORE
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS RANDOM
000270         RECORD KEY IS AUD-KEY
000280         FILE STATUS IS WS-RESTORE-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CARDIN
000320     LABEL RECORDS ARE OMITTED
000330     RECORD CONTAINS 80 CHARACTERS.
000340 01  RST-CONTROL-CARD.
000350     05  RST-CTL-FROM-DATE          PIC X(08).
000360     05  FILLER                     PIC X(01).
000370     05  RST-CTL-TO-DATE            PIC X(08).
000380     05  FILLER                     PIC X(01).
000390     05  RST-CTL-JOBNAME            PIC X(08).
000400     05  FILLER                     PIC X(01).
000410     05  RST-CTL-SYSTEM-ID          PIC X(04).
000420     05  FILLER                     PIC X(49).
000430 FD  SYSPRINT
000440     LABEL RECORDS ARE OMITTED
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  PRINT-LINE                     PIC X(80).
000470 FD  ARCHIN
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 32 CHARACTERS.
000500 01  ARCH-RECORD                    PIC X(32).
000510 FD  RESTORE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY AUDITREC.
000540 WORKING-STORAGE SECTION.
000550 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000560 77  WS-ARCHIN-STATUS           PIC X(02) VALUE SPACES.
000570 77  WS-RESTORE-STATUS          PIC X(02) VALUE SPACES.
000580 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000590     88  CARDIN-EOF                       VALUE 'Y'.
000600 77  WS-ARCHIN-EOF-SW           PIC X(01) VALUE 'N'.
000610     88  ARCHIN-EOF                       VALUE 'Y'.
000620 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000630     88  RUN-ERROR                        VALUE 'Y'.
000640 77  WS-GEN-END-SW              PIC X(01) VALUE 'N'.
000650     88  GEN-LIST-END                     VALUE 'Y'.
000660 77  WS-FROM-DATE               PIC X(08) VALUE SPACES.
000670 77  WS-TO-DATE                 PIC X(08) VALUE SPACES.
000680 77  WS-SEL-JOBNAME             PIC X(08) VALUE SPACES.
000690 77  WS-SEL-SYSTEM-ID           PIC X(04) VALUE SPACES.
000700 77  WS-ARCHIVE-BASE            PIC X(44)
000710         VALUE 'SYS2.HELLO.AUDITLOG.ARCHIVE'.
000720 77  WS-DYN-PROGRAM             PIC X(08) VALUE 'BPXWDYN'.
000730 77  WS-DYN-RC                  PIC S9(08) COMP VALUE ZERO.
000740 77  WS-DYN-RC-ED               PIC -(9)9.
000750 77  WS-DYN-POINTER             PIC S9(04) COMP VALUE ZERO.
000760 77  WS-GEN-NUM                 PIC 9(03) VALUE ZERO.
000770 77  WS-GEN-MAX                 PIC 9(03) VALUE 255.
000780 77  WS-GEN-TEXT                PIC X(04) VALUE SPACES.
000790 77  WS-GEN-LABEL               PIC X(10) VALUE SPACES.
000800 77  WS-GENS-READ               PIC S9(07) COMP VALUE ZERO.
000810 77  WS-GEN-READ                PIC S9(07) COMP VALUE ZERO.
000820 77  WS-GEN-SELECTED            PIC S9(07) COMP VALUE ZERO.
000830 77  WS-GEN-LOADED              PIC S9(07) COMP VALUE ZERO.
000840 77  WS-GEN-DUPLICATE           PIC S9(07) COMP VALUE ZERO.
000850 77  WS-GEN-BAD-DATE            PIC S9(07) COMP VALUE ZERO.
000860 77  WS-GEN-LOW-DATE            PIC X(08) VALUE SPACES.
000870 77  WS-GEN-HIGH-DATE           PIC X(08) VALUE SPACES.
000880 77  WS-TOTAL-READ              PIC S9(07) COMP VALUE ZERO.
000890 77  WS-TOTAL-SELECTED          PIC S9(07) COMP VALUE ZERO.
000900 77  WS-TOTAL-LOADED            PIC S9(07) COMP VALUE ZERO.
000910 77  WS-TOTAL-DUPLICATE         PIC S9(07) COMP VALUE ZERO.
000920 77  WS-TOTAL-BAD-DATE          PIC S9(07) COMP VALUE ZERO.
000930 77  WS-TOTAL-NOT-SELECTED      PIC S9(07) COMP VALUE ZERO.
000940 COPY DATEPARM.
000950 01  WS-DYN-REQUEST.
000960     05  WS-DYN-LENGTH          PIC S9(04) COMP VALUE ZERO.
000970     05  WS-DYN-TEXT            PIC X(120) VALUE SPACES.
000980 01  HD1-LINE.
000990     05  FILLER                 PIC X(10) VALUE 'AUDREST'.
001000     05  FILLER                 PIC X(26)
001010         VALUE 'AUDIT-ARCHIVE RESTORE RUN'.
001020     05  FILLER                 PIC X(05) VALUE 'FROM '.
001030     05  HD1-FROM-DATE          PIC X(08).
001040     05  FILLER                 PIC X(04) VALUE ' TO '.
001050     05  HD1-TO-DATE            PIC X(08).
001060     05  FILLER                 PIC X(19) VALUE SPACES.
001070 01  SEL-LINE.
001080     05  FILLER                 PIC X(18)
001090         VALUE 'SELECTION  JOBNAME'.
001100     05  FILLER                 PIC X(01) VALUE SPACE.
001110     05  SEL-JOBNAME            PIC X(08).
001120     05  FILLER                 PIC X(10)
001130         VALUE '  SYSTEM  '.
001140     05  SEL-SYSTEM-ID          PIC X(08).
001150     05  FILLER                 PIC X(35) VALUE SPACES.
001160 01  HD2-LINE.
001170     05  FILLER                 PIC X(11) VALUE 'GENERATION'.
001180     05  FILLER                 PIC X(08) VALUE '   READ'.
001190     05  FILLER                 PIC X(08) VALUE ' SELECT'.
001200     05  FILLER                 PIC X(08) VALUE ' LOADED'.
001210     05  FILLER                 PIC X(08) VALUE ' DUPKEY'.
001220     05  FILLER                 PIC X(09) VALUE 'BADDATE'.
001230     05  FILLER                 PIC X(09) VALUE 'FIRST'.
001240     05  FILLER                 PIC X(19) VALUE 'LAST'.
001250 01  DTL-LINE.
001260     05  DTL-GENERATION         PIC X(10).
001270     05  FILLER                 PIC X(01) VALUE SPACE.
001280     05  DTL-READ               PIC ZZZZZZ9.
001290     05  FILLER                 PIC X(01) VALUE SPACE.
001300     05  DTL-SELECTED           PIC ZZZZZZ9.
001310     05  FILLER                 PIC X(01) VALUE SPACE.
001320     05  DTL-LOADED             PIC ZZZZZZ9.
001330     05  FILLER                 PIC X(01) VALUE SPACE.
001340     05  DTL-DUPLICATE          PIC ZZZZZZ9.
001350     05  FILLER                 PIC X(01) VALUE SPACE.
001360     05  DTL-BAD-DATE           PIC ZZZZZZ9.
001370     05  FILLER                 PIC X(02) VALUE SPACES.
001380     05  DTL-FIRST-DATE         PIC X(08).
001390     05  FILLER                 PIC X(01) VALUE SPACE.
001400     05  DTL-LAST-DATE          PIC X(08).
001410     05  FILLER                 PIC X(11) VALUE SPACES.
001420 01  TOT-LINE.
001430     05  TOT-LABEL              PIC X(30).
001440     05  TOT-VALUE              PIC ZZZZZZ9.
001450     05  FILLER                 PIC X(43) VALUE SPACES.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE
001490         THRU 1000-INITIALIZE-EXIT.
001500     IF RUN-ERROR
001510         GO TO 0000-WRAPUP.
001520     PERFORM 2000-RESTORE-ARCHIVE
001530         THRU 2000-RESTORE-ARCHIVE-EXIT.
001540     IF RUN-ERROR
001550         GO TO 0000-WRAPUP.
001560     PERFORM 3000-PRINT-TOTALS
001570         THRU 3000-PRINT-TOTALS-EXIT.
001580     DISPLAY 'AUDREST: ' WS-TOTAL-LOADED
001590         ' RECORD(S) RESTORED FROM ' WS-GENS-READ
001600         ' GENERATION(S)' UPON CNSL.
001610     IF WS-TOTAL-LOADED = ZERO
001620         DISPLAY 'AUDREST: NOTHING RESTORED FOR '
001630             WS-FROM-DATE ' - ' WS-TO-DATE UPON OPCNSL
001640         MOVE 4 TO RETURN-CODE
001650         GO TO 0000-WRAPUP.
001660     IF WS-TOTAL-DUPLICATE > ZERO
001670         OR WS-TOTAL-BAD-DATE > ZERO
001680         DISPLAY 'AUDREST: ARCHIVE RECORD(S) REJECTED, '
001690             'SEE SYSPRINT' UPON OPCNSL
001700         MOVE 4 TO RETURN-CODE.
001710 0000-WRAPUP.
001720     CLOSE SYSPRINT.
001730     IF RUN-ERROR
001740         MOVE 8 TO RETURN-CODE.
001750     STOP RUN.
001760 1000-INITIALIZE.
001770     OPEN OUTPUT SYSPRINT.
001780     IF WS-SYSPRINT-STATUS NOT = '00'
001790         DISPLAY 'AUDREST: SYSPRINT OPEN FAILED, STATUS='
001800             WS-SYSPRINT-STATUS UPON OPCNSL
001810         MOVE 'Y' TO WS-RUN-ERROR-SW
001820         GO TO 1000-INITIALIZE-EXIT.
001830     OPEN INPUT CARDIN.
001840     READ CARDIN
001850         AT END
001860             SET CARDIN-EOF TO TRUE.
001870     CLOSE CARDIN.
001880     IF CARDIN-EOF
001890         DISPLAY 'AUDREST: RESTORE CONTROL CARD MISSING'
001900             UPON OPCNSL
001910         MOVE 'Y' TO WS-RUN-ERROR-SW
001920         GO TO 1000-INITIALIZE-EXIT.
001930     MOVE RST-CTL-FROM-DATE TO WS-FROM-DATE.
001940     MOVE RST-CTL-TO-DATE TO WS-TO-DATE.
001950     IF WS-TO-DATE = SPACES
001960         MOVE WS-FROM-DATE TO WS-TO-DATE.
001970     MOVE RST-CTL-JOBNAME TO WS-SEL-JOBNAME.
001980     MOVE RST-CTL-SYSTEM-ID TO WS-SEL-SYSTEM-ID.
001990     SET DSP-FUNC-VALIDATE TO TRUE.
002000     MOVE WS-FROM-DATE TO DSP-DATE-YYYYMMDD.
002010     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002020     IF NOT DSP-GOOD-DATE
002030         DISPLAY 'AUDREST: FROM DATE NOT VALID: '
002040             WS-FROM-DATE UPON OPCNSL
002050         MOVE 'Y' TO WS-RUN-ERROR-SW
002060         GO TO 1000-INITIALIZE-EXIT.
002070     SET DSP-FUNC-VALIDATE TO TRUE.
002080     MOVE WS-TO-DATE TO DSP-DATE-YYYYMMDD.
002090     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002100     IF NOT DSP-GOOD-DATE
002110         DISPLAY 'AUDREST: TO DATE NOT VALID: '
002120             WS-TO-DATE UPON OPCNSL
002130         MOVE 'Y' TO WS-RUN-ERROR-SW
002140         GO TO 1000-INITIALIZE-EXIT.
002150     IF WS-FROM-DATE > WS-TO-DATE
002160         DISPLAY 'AUDREST: FROM DATE ' WS-FROM-DATE
002170             ' IS AFTER TO DATE ' WS-TO-DATE UPON OPCNSL
002180         MOVE 'Y' TO WS-RUN-ERROR-SW
002190         GO TO 1000-INITIALIZE-EXIT.
002200     MOVE WS-FROM-DATE TO HD1-FROM-DATE.
002210     MOVE WS-TO-DATE TO HD1-TO-DATE.
002220     WRITE PRINT-LINE FROM HD1-LINE.
002230     MOVE WS-SEL-JOBNAME TO SEL-JOBNAME.
002240     IF WS-SEL-JOBNAME = SPACES
002250         MOVE '(ALL)' TO SEL-JOBNAME.
002260     MOVE WS-SEL-SYSTEM-ID TO SEL-SYSTEM-ID.
002270     IF WS-SEL-SYSTEM-ID = SPACES
002280         MOVE '(ALL)' TO SEL-SYSTEM-ID.
002290     WRITE PRINT-LINE FROM SEL-LINE.
002300     MOVE SPACES TO PRINT-LINE.
002310     WRITE PRINT-LINE.
002320     WRITE PRINT-LINE FROM HD2-LINE.
002330 1000-INITIALIZE-EXIT.
002340     EXIT.
002350 2000-RESTORE-ARCHIVE.
002360     OPEN OUTPUT RESTORE.
002370     IF WS-RESTORE-STATUS NOT = '00'
002380         DISPLAY 'AUDREST: RESTORE OPEN FAILED, STATUS='
002390             WS-RESTORE-STATUS UPON OPCNSL
002400         MOVE 'Y' TO WS-RUN-ERROR-SW
002410         GO TO 2000-RESTORE-ARCHIVE-EXIT.
002420     PERFORM 2100-RESTORE-ONE-GENERATION
002430         THRU 2100-RESTORE-ONE-GENERATION-EXIT
002440         VARYING WS-GEN-NUM FROM 0 BY 1
002450         UNTIL WS-GEN-NUM > WS-GEN-MAX
002460             OR GEN-LIST-END OR RUN-ERROR.
002470     CLOSE RESTORE.
002480     IF WS-GENS-READ = ZERO AND NOT RUN-ERROR
002490         MOVE 'NO ARCHIVE GENERATIONS CATALOGUED' TO PRINT-LINE
002500         WRITE PRINT-LINE.
002510 2000-RESTORE-ARCHIVE-EXIT.
002520     EXIT.
002530 2100-RESTORE-ONE-GENERATION.
      ******************************************************************
      * ALLOCATE RELATIVE GENERATION (0), (-1), ... TO ARCHIN.  THE   *
      * FIRST ONE THAT WILL NOT ALLOCATE IS PAST THE OLDEST ONE       *
      * CATALOGUED, SO THE SEARCH STOPS THERE.                        *
      ******************************************************************
002540     PERFORM 2150-BUILD-GENERATION-TEXT
002550         THRU 2150-BUILD-GENERATION-TEXT-EXIT.
002560     MOVE SPACES TO WS-DYN-TEXT.
002570     MOVE 1 TO WS-DYN-POINTER.
002580     STRING 'ALLOC DD(ARCHIN) DSN(''' DELIMITED BY SIZE
002590            WS-ARCHIVE-BASE DELIMITED BY SPACE
002600            '(' DELIMITED BY SIZE
002610            WS-GEN-TEXT DELIMITED BY SPACE
002620            ')'') SHR REUSE' DELIMITED BY SIZE
002630         INTO WS-DYN-TEXT
002640         WITH POINTER WS-DYN-POINTER.
002650     PERFORM 2900-CALL-DYNALLOC
002660         THRU 2900-CALL-DYNALLOC-EXIT.
002670     IF WS-DYN-RC NOT = ZERO
002680         MOVE WS-DYN-RC TO WS-DYN-RC-ED
002690         DISPLAY 'AUDREST: ARCHIVE SEARCH ENDS AT GENERATION '
002700             WS-GEN-LABEL ' ALLOCATION RC=' WS-DYN-RC-ED
002710             UPON CNSL
002720         SET GEN-LIST-END TO TRUE
002730         GO TO 2100-RESTORE-ONE-GENERATION-EXIT.
002740     MOVE ZERO TO WS-GEN-READ.
002750     MOVE ZERO TO WS-GEN-SELECTED.
002760     MOVE ZERO TO WS-GEN-LOADED.
002770     MOVE ZERO TO WS-GEN-DUPLICATE.
002780     MOVE ZERO TO WS-GEN-BAD-DATE.
002790     MOVE SPACES TO WS-GEN-LOW-DATE.
002800     MOVE SPACES TO WS-GEN-HIGH-DATE.
002810     MOVE 'N' TO WS-ARCHIN-EOF-SW.
002820     OPEN INPUT ARCHIN.
002830     IF WS-ARCHIN-STATUS NOT = '00'
002840         DISPLAY 'AUDREST: ARCHIN OPEN FAILED FOR GENERATION '
002850             WS-GEN-LABEL ', STATUS=' WS-ARCHIN-STATUS
002860             UPON OPCNSL
002870         MOVE 'Y' TO WS-RUN-ERROR-SW
002880         PERFORM 2950-FREE-ARCHIN
002890             THRU 2950-FREE-ARCHIN-EXIT
002900         GO TO 2100-RESTORE-ONE-GENERATION-EXIT.
002910     PERFORM 2200-RESTORE-ONE-RECORD
002920         THRU 2200-RESTORE-ONE-RECORD-EXIT
002930         UNTIL ARCHIN-EOF OR RUN-ERROR.
002940     CLOSE ARCHIN.
002950     PERFORM 2950-FREE-ARCHIN
002960         THRU 2950-FREE-ARCHIN-EXIT.
002970     ADD 1 TO WS-GENS-READ.
002980     PERFORM 2500-PRINT-GENERATION
002990         THRU 2500-PRINT-GENERATION-EXIT.
003000 2100-RESTORE-ONE-GENERATION-EXIT.
003010     EXIT.
003020 2150-BUILD-GENERATION-TEXT.
003030     MOVE SPACES TO WS-GEN-TEXT.
003040     IF WS-GEN-NUM = ZERO
003050         MOVE '0' TO WS-GEN-TEXT
003060     ELSE
003070         IF WS-GEN-NUM < 10
003080             STRING '-' WS-GEN-NUM (3:1) DELIMITED BY SIZE
003090                 INTO WS-GEN-TEXT
003100         ELSE
003110             IF WS-GEN-NUM < 100
003120                 STRING '-' WS-GEN-NUM (2:2) DELIMITED BY SIZE
003130                     INTO WS-GEN-TEXT
003140             ELSE
003150                 STRING '-' WS-GEN-NUM DELIMITED BY SIZE
003160                     INTO WS-GEN-TEXT.
003170     MOVE SPACES TO WS-GEN-LABEL.
003180     STRING '(' DELIMITED BY SIZE
003190            WS-GEN-TEXT DELIMITED BY SPACE
003200            ')' DELIMITED BY SIZE
003210         INTO WS-GEN-LABEL.
003220 2150-BUILD-GENERATION-TEXT-EXIT.
003230     EXIT.
003240 2200-RESTORE-ONE-RECORD.
003250     READ ARCHIN
003260         AT END
003270             SET ARCHIN-EOF TO TRUE
003280             GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003290     ADD 1 TO WS-GEN-READ.
003300     MOVE ARCH-RECORD TO AUDIT-RECORD.
003310     IF WS-SEL-JOBNAME NOT = SPACES
003320         AND AUD-JOBNAME NOT = WS-SEL-JOBNAME
003330         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003340     IF WS-SEL-SYSTEM-ID NOT = SPACES
003350         AND AUD-SYSTEM-ID NOT = WS-SEL-SYSTEM-ID
003360         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003370     SET DSP-FUNC-VALIDATE TO TRUE.
003380     MOVE AUD-RUN-DATE TO DSP-DATE-YYYYMMDD.
003390     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003400     IF NOT DSP-GOOD-DATE
003410         ADD 1 TO WS-GEN-BAD-DATE
003420         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003430     IF AUD-RUN-DATE < WS-FROM-DATE
003440         OR AUD-RUN-DATE > WS-TO-DATE
003450         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003460     ADD 1 TO WS-GEN-SELECTED.
003470     WRITE AUDIT-RECORD.
003480     IF WS-RESTORE-STATUS = '22'
003490         ADD 1 TO WS-GEN-DUPLICATE
003500         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003510     IF WS-RESTORE-STATUS NOT = '00'
003520         DISPLAY 'AUDREST: RESTORE WRITE FAILED, STATUS='
003530             WS-RESTORE-STATUS UPON OPCNSL
003540         MOVE 'Y' TO WS-RUN-ERROR-SW
003550         GO TO 2200-RESTORE-ONE-RECORD-EXIT.
003560     ADD 1 TO WS-GEN-LOADED.
003570     IF WS-GEN-LOW-DATE = SPACES
003580         OR AUD-RUN-DATE < WS-GEN-LOW-DATE
003590         MOVE AUD-RUN-DATE TO WS-GEN-LOW-DATE.
003600     IF WS-GEN-HIGH-DATE = SPACES
003610         OR AUD-RUN-DATE > WS-GEN-HIGH-DATE
003620         MOVE AUD-RUN-DATE TO WS-GEN-HIGH-DATE.
003630 2200-RESTORE-ONE-RECORD-EXIT.
003640     EXIT.
003650 2500-PRINT-GENERATION.
003660     MOVE WS-GEN-LABEL TO DTL-GENERATION.
003670     MOVE WS-GEN-READ TO DTL-READ.
003680     MOVE WS-GEN-SELECTED TO DTL-SELECTED.
003690     MOVE WS-GEN-LOADED TO DTL-LOADED.
003700     MOVE WS-GEN-DUPLICATE TO DTL-DUPLICATE.
003710     MOVE WS-GEN-BAD-DATE TO DTL-BAD-DATE.
003720     MOVE WS-GEN-LOW-DATE TO DTL-FIRST-DATE.
003730     MOVE WS-GEN-HIGH-DATE TO DTL-LAST-DATE.
003740     WRITE PRINT-LINE FROM DTL-LINE.
003750     ADD WS-GEN-READ TO WS-TOTAL-READ.
003760     ADD WS-GEN-SELECTED TO WS-TOTAL-SELECTED.
003770     ADD WS-GEN-LOADED TO WS-TOTAL-LOADED.
003780     ADD WS-GEN-DUPLICATE TO WS-TOTAL-DUPLICATE.
003790     ADD WS-GEN-BAD-DATE TO WS-TOTAL-BAD-DATE.
003800 2500-PRINT-GENERATION-EXIT.
003810     EXIT.
003820 2900-CALL-DYNALLOC.
      ******************************************************************
      * BPXWDYN TAKES ONE HALFWORD-LENGTH-PREFIXED REQUEST STRING AND *
      * RETURNS ITS RESULT IN THE RETURN CODE.  IT IS CALLED BY NAME  *
      * (DYNAMICALLY) SO THE LINK-EDIT DOES NOT HAVE TO FIND IT, AND  *
      * THE RETURN CODE IS CLEARED SO IT CANNOT LEAK INTO THE STEP'S. *
      ******************************************************************
003830     COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1.
003840     CALL WS-DYN-PROGRAM USING WS-DYN-REQUEST.
003850     MOVE RETURN-CODE TO WS-DYN-RC.
003860     MOVE ZERO TO RETURN-CODE.
003870 2900-CALL-DYNALLOC-EXIT.
003880     EXIT.
003890 2950-FREE-ARCHIN.
003900     MOVE SPACES TO WS-DYN-TEXT.
003910     MOVE 1 TO WS-DYN-POINTER.
003920     STRING 'FREE DD(ARCHIN)' DELIMITED BY SIZE
003930         INTO WS-DYN-TEXT
003940         WITH POINTER WS-DYN-POINTER.
003950     PERFORM 2900-CALL-DYNALLOC
003960         THRU 2900-CALL-DYNALLOC-EXIT.
003970 2950-FREE-ARCHIN-EXIT.
003980     EXIT.
003990 3000-PRINT-TOTALS.
004000     COMPUTE WS-TOTAL-NOT-SELECTED = WS-TOTAL-READ
004010         - WS-TOTAL-SELECTED - WS-TOTAL-BAD-DATE.
004020     MOVE SPACES TO PRINT-LINE.
004030     WRITE PRINT-LINE.
004040     MOVE 'ARCHIVE GENERATIONS READ......'
004050         TO TOT-LABEL.
004060     MOVE WS-GENS-READ TO TOT-VALUE.
004070     WRITE PRINT-LINE FROM TOT-LINE.
004080     MOVE 'ARCHIVE RECORDS READ..........'
004090         TO TOT-LABEL.
004100     MOVE WS-TOTAL-READ TO TOT-VALUE.
004110     WRITE PRINT-LINE FROM TOT-LINE.
004120     MOVE 'OUTSIDE SELECTION.............'
004130         TO TOT-LABEL.
004140     MOVE WS-TOTAL-NOT-SELECTED TO TOT-VALUE.
004150     WRITE PRINT-LINE FROM TOT-LINE.
004160     MOVE 'REJECTED - RUN DATE INVALID...'
004170         TO TOT-LABEL.
004180     MOVE WS-TOTAL-BAD-DATE TO TOT-VALUE.
004190     WRITE PRINT-LINE FROM TOT-LINE.
004200     MOVE 'SELECTED FOR RESTORE..........'
004210         TO TOT-LABEL.
004220     MOVE WS-TOTAL-SELECTED TO TOT-VALUE.
004230     WRITE PRINT-LINE FROM TOT-LINE.
004240     MOVE 'REJECTED - DUPLICATE KEY......'
004250         TO TOT-LABEL.
004260     MOVE WS-TOTAL-DUPLICATE TO TOT-VALUE.
004270     WRITE PRINT-LINE FROM TOT-LINE.
004280     MOVE 'RESTORED TO INQUIRY CLUSTER...'
004290         TO TOT-LABEL.
004300     MOVE WS-TOTAL-LOADED TO TOT-VALUE.
004310     WRITE PRINT-LINE FROM TOT-LINE.
004320 3000-PRINT-TOTALS-EXIT.
004330     EXIT.
