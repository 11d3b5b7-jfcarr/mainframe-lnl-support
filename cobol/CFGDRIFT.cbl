      ******************************************************************
      * PROGRAM:    CFGDRIFT                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       CROSS-LPAR CONFIGURATION DRIFT REPORT.  COMPARES  *
      *             EACH LPAR'S COPY OF THE SYS2.OPS.PROFILE SITE     *
      *             PROFILE (PROFREC) AND THE SYS2.OPS.CALENDAR       *
      *             HOLIDAY CALENDAR (CALREC).  ONE CARDIN CARD PER   *
      *             DATASET NAMES THE SYSTEM ID IT BELONGS TO (COLS   *
      *             1-4), P FOR PROFILE OR C FOR CALENDAR (COL 6) AND *
      *             THE DATASET NAME (COLS 8-51).  EACH DATASET IS    *
      *             ALLOCATED IN TURN TO THE CFGIN DD THROUGH THE     *
      *             BPXWDYN DYNAMIC-ALLOCATION SERVICE.  PRINTS A     *
      *             KEYWORD-BY-KEYWORD MATRIX OF THE PROFILE VALUES   *
      *             AND A DATE-BY-DATE MATRIX OF THE CALENDAR DAY     *
      *             TYPES, ONE COLUMN PER SYSTEM, FLAGGING VALUES     *
      *             THAT DIFFER, ENTRIES MISSING ON AN LPAR, REPEATED *
      *             ENTRIES, PROFILE KEYWORDS NO PROGRAM READS,       *
      *             NON-NUMERIC PROFILE VALUES AND INVALID CALENDAR   *
      *             DATES - ALL OF WHICH THE READING PROGRAMS IGNORE  *
      *             WITHOUT A WORD.  ANY FINDING ENDS THE RUN RC=4    *
      *             AND WRITES AN UNACKNOWLEDGED ALERTREC RECORD PER  *
      *             DATASET TYPE TO SYS2.OPS.ALERTS (ALERTOUT DD) SO  *
      *             IT REACHES THE NEXT ALERTDIG DIGEST.  RC=8 ON A   *
      *             CONTROL-CARD, ALLOCATION OR I/O FAILURE.          *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      *   2026-10-15  JCF  ADDED TIMEDAYS (TIMEROLL RETENTION DAYS) TO *
      *                    THE KNOWN-KEYWORD TABLE.                    *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'CFGDRIFT'.
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
000210     SELECT CFGIN ASSIGN TO CFGIN
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-CFGIN-STATUS.
000240     SELECT ALERTOUT ASSIGN TO ALERTOUT
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS ALR-KEY
000280         FILE STATUS IS WS-ALERTOUT-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CARDIN
000320     LABEL RECORDS ARE OMITTED
000330     RECORD CONTAINS 80 CHARACTERS.
000340 01  CFG-CONTROL-CARD.
000350     05  CFG-CTL-SYSTEM-ID          PIC X(04).
000360     05  FILLER                     PIC X(01).
000370     05  CFG-CTL-TYPE               PIC X(01).
000380         88  CFG-CTL-PROFILE                  VALUE 'P'.
000390         88  CFG-CTL-CALENDAR                 VALUE 'C'.
000400     05  FILLER                     PIC X(01).
000410     05  CFG-CTL-DSN                PIC X(44).
000420     05  FILLER                     PIC X(29).
000430 FD  SYSPRINT
000440     LABEL RECORDS ARE OMITTED
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  PRINT-LINE                     PIC X(80).
      ******************************************************************
      * CFGIN HOLDS WHICHEVER PROFILE OR CALENDAR IS ALLOCATED AT THE *
      * TIME; BOTH LAYOUTS ARE 80-BYTE CARD IMAGES.                   *
      ******************************************************************
000470 FD  CFGIN
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 COPY PROFREC.
000510 COPY CALREC.
000520 FD  ALERTOUT
000530     LABEL RECORDS ARE STANDARD.
000540 COPY ALERTREC.
000550 WORKING-STORAGE SECTION.
000560 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000570 77  WS-CFGIN-STATUS            PIC X(02) VALUE SPACES.
000580 77  WS-ALERTOUT-STATUS         PIC X(02) VALUE SPACES.
000590 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000600     88  CARDIN-EOF                       VALUE 'Y'.
000610 77  WS-CFGIN-EOF-SW            PIC X(01) VALUE 'N'.
000620     88  CFGIN-EOF                        VALUE 'Y'.
000630 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000640     88  RUN-ERROR                        VALUE 'Y'.
000650 77  WS-ALERTOUT-OPEN-SW        PIC X(01) VALUE 'N'.
000660     88  ALERTOUT-OPEN                    VALUE 'Y'.
000670 77  WS-FOUND-SW                PIC X(01) VALUE 'N'.
000680     88  ENTRY-FOUND                      VALUE 'Y'.
000690 77  WS-DYN-PROGRAM             PIC X(08) VALUE 'BPXWDYN'.
000700 77  WS-DYN-RC                  PIC S9(08) COMP VALUE ZERO.
000710 77  WS-DYN-RC-ED               PIC -(9)9.
000720 77  WS-DYN-POINTER             PIC S9(04) COMP VALUE ZERO.
000730 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000740 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000750 77  WS-ALERT-TIME-HHMMSSSS     PIC 9(08).
000760 77  WS-ALERT-COUNT             PIC S9(04) COMP VALUE ZERO.
000770 77  WS-CARDS-READ              PIC S9(04) COMP VALUE ZERO.
000780 77  WS-DATASET-CARDS           PIC S9(07) COMP VALUE ZERO.
000790 77  WS-SYS-SUB                 PIC S9(04) COMP VALUE ZERO.
000800 77  WS-SYS-COUNT               PIC S9(04) COMP VALUE ZERO.
000810 77  WS-SYS-MAX                 PIC S9(04) COMP VALUE 8.
000820 77  WS-CUR-SYS                 PIC S9(04) COMP VALUE ZERO.
000830 77  WS-KEY-SUB                 PIC S9(04) COMP VALUE ZERO.
000840 77  WS-KEY-COUNT               PIC S9(04) COMP VALUE ZERO.
000850 77  WS-KEY-MAX                 PIC S9(04) COMP VALUE 100.
000860 77  WS-CAL-SUB                 PIC S9(04) COMP VALUE ZERO.
000870 77  WS-CAL-COUNT               PIC S9(04) COMP VALUE ZERO.
000880 77  WS-CAL-MAX                 PIC S9(04) COMP VALUE 500.
000890 77  WS-KNOWN-SUB               PIC S9(04) COMP VALUE ZERO.
000900 77  WS-KNOWN-MAX               PIC S9(04) COMP VALUE 11.
000910 77  WS-FOUND-SUB               PIC S9(04) COMP VALUE ZERO.
000920 77  WS-INSERT-SUB              PIC S9(04) COMP VALUE ZERO.
000930 77  WS-SHIFT-SUB               PIC S9(04) COMP VALUE ZERO.
000940 77  WS-FIND-POINTER            PIC S9(04) COMP VALUE ZERO.
000950 77  WS-FIRST-VALUE             PIC X(04) VALUE SPACES.
000960 77  WS-FIRST-SW                PIC X(01) VALUE 'N'.
000970     88  FIRST-VALUE-TAKEN                VALUE 'Y'.
000980 77  WS-MISS-SW                 PIC X(01) VALUE 'N'.
000990     88  ENTRY-MISSING                    VALUE 'Y'.
001000 77  WS-DIFF-SW                 PIC X(01) VALUE 'N'.
001010     88  ENTRY-DIFFERS                    VALUE 'Y'.
001020 77  WS-DUPL-SW                 PIC X(01) VALUE 'N'.
001030     88  ENTRY-REPEATED                   VALUE 'Y'.
001040 77  WS-NNUM-SW                 PIC X(01) VALUE 'N'.
001050     88  VALUE-NOT-NUMERIC                VALUE 'Y'.
001060 77  WS-PROF-SYSTEMS            PIC S9(04) COMP VALUE ZERO.
001070 77  WS-CAL-SYSTEMS             PIC S9(04) COMP VALUE ZERO.
001080 77  WS-KEY-DRIFT               PIC S9(07) COMP VALUE ZERO.
001090 77  WS-KEY-DIFFER              PIC S9(07) COMP VALUE ZERO.
001100 77  WS-KEY-MISSING             PIC S9(07) COMP VALUE ZERO.
001110 77  WS-KEY-UNKNOWN             PIC S9(07) COMP VALUE ZERO.
001120 77  WS-KEY-NOT-NUMERIC         PIC S9(07) COMP VALUE ZERO.
001130 77  WS-KEY-REPEATED            PIC S9(07) COMP VALUE ZERO.
001140 77  WS-CAL-DRIFT               PIC S9(07) COMP VALUE ZERO.
001150 77  WS-CAL-DIFFER              PIC S9(07) COMP VALUE ZERO.
001160 77  WS-CAL-MISSING             PIC S9(07) COMP VALUE ZERO.
001170 77  WS-CAL-INVALID             PIC S9(07) COMP VALUE ZERO.
001180 77  WS-CAL-REPEATED            PIC S9(07) COMP VALUE ZERO.
001185 77  WS-DRIFT-STEPNAME          PIC X(08) VALUE SPACES.
001190 COPY DATEPARM.
001200 01  WS-DYN-REQUEST.
001210     05  WS-DYN-LENGTH          PIC S9(04) COMP VALUE ZERO.
001220     05  WS-DYN-TEXT            PIC X(120) VALUE SPACES.
      ******************************************************************
      * EVERY KEYWORD SOME PROGRAM READS FROM THE PROFILE (SEE        *
      * PROFREC).  A KEYWORD ADDED THERE MUST BE ADDED HERE TOO, OR   *
      * THIS REPORT WILL CALL IT UNRECOGNIZED.                        *
      ******************************************************************
001230 01  WS-KNOWN-KEY-TABLE.
001240     05  FILLER                 PIC X(40)
001250         VALUE 'LINESPP TRENDRUNTRENDPCTRECONRC DIGESTMX'.
001260     05  FILLER                 PIC X(40)
001270         VALUE 'PURGEDAYCLEANRC ESCHRS1 ESCHRS2 ESCHRS3 '.
001272     05  FILLER                 PIC X(08) VALUE 'TIMEDAYS'.
001280 01  WS-KNOWN-KEYS REDEFINES WS-KNOWN-KEY-TABLE.
001290     05  WS-KNOWN-KEY           PIC X(08) OCCURS 11 TIMES.
001300 01  WS-SYS-TABLE.
001310     05  WS-SYS-ENTRY OCCURS 8 TIMES.
001320         10  WS-SYS-ID          PIC X(04).
001330         10  WS-SYS-PROF-SW     PIC X(01).
001340             88  SYS-HAS-PROFILE          VALUE 'Y'.
001350         10  WS-SYS-CAL-SW      PIC X(01).
001360             88  SYS-HAS-CALENDAR         VALUE 'Y'.
001370 01  WS-KEY-TABLE.
001380     05  WS-KEY-ENTRY OCCURS 100 TIMES.
001390         10  WS-KE-KEYWORD      PIC X(08).
001400         10  WS-KE-CELL OCCURS 8 TIMES.
001410             15  WS-KE-VALUE    PIC X(04).
001420             15  WS-KE-CARDS    PIC S9(04) COMP.
001430 01  WS-CAL-TABLE.
001440     05  WS-CAL-ENTRY OCCURS 500 TIMES.
001450         10  WS-CE-DATE         PIC X(08).
001460         10  WS-CE-DESC         PIC X(30).
001470         10  WS-CE-CELL OCCURS 8 TIMES.
001480             15  WS-CE-TYPE     PIC X(01).
001490             15  WS-CE-CARDS    PIC S9(04) COMP.
001500 01  WS-DRIFT-TEXT.
001510     05  WS-DRIFT-AREA          PIC X(09).
001520     05  FILLER                 PIC X(07) VALUE 'DRIFT: '.
001530     05  WS-DRIFT-COUNT         PIC 9(04).
001540     05  WS-DRIFT-NOUN          PIC X(09).
001550     05  FILLER                 PIC X(11) VALUE ' - SEE LIST'.
001560 01  HD1-LINE.
001570     05  FILLER                 PIC X(10) VALUE 'CFGDRIFT'.
001580     05  FILLER                 PIC X(44)
001590         VALUE 'CROSS-LPAR PROFILE/CALENDAR DRIFT'.
001600     05  FILLER                 PIC X(04) VALUE 'RUN '.
001610     05  HD1-RUN-DATE           PIC X(08).
001620     05  FILLER                 PIC X(14) VALUE SPACES.
001630 01  SRC-LINE.
001640     05  SRC-SYSTEM-ID          PIC X(04).
001650     05  FILLER                 PIC X(02) VALUE SPACES.
001660     05  SRC-TYPE               PIC X(08).
001670     05  FILLER                 PIC X(02) VALUE SPACES.
001680     05  SRC-DSN                PIC X(44).
001690     05  FILLER                 PIC X(02) VALUE SPACES.
001700     05  SRC-CARDS              PIC ZZZZZ9.
001710     05  FILLER                 PIC X(12) VALUE ' CARDS READ'.
001720 01  SEC-LINE.
001730     05  SEC-TITLE              PIC X(80).
001740 01  MHD-LINE.
001750     05  MHD-LABEL              PIC X(10).
001760     05  MHD-SYS-COL OCCURS 8 TIMES.
001770         10  MHD-SYS-ID         PIC X(04).
001780         10  FILLER             PIC X(01).
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  MHD-FINDINGS           PIC X(20).
001810     05  MHD-DESC               PIC X(08).
001820 01  MDT-LINE.
001830     05  MDT-KEY                PIC X(08).
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  MDT-SYS-COL OCCURS 8 TIMES.
001860         10  MDT-CELL           PIC X(04).
001870         10  FILLER             PIC X(01).
001880     05  FILLER                 PIC X(02) VALUE SPACES.
001890     05  MDT-FINDINGS           PIC X(20).
001900     05  MDT-DESC               PIC X(08).
001910 01  CNT-LINE.
001920     05  CNT-LABEL              PIC X(30).
001930     05  CNT-VALUE              PIC ZZZZZZ9.
001940     05  FILLER                 PIC X(43) VALUE SPACES.
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001980     ACCEPT WS-RUN-TIME-HHMMSSSS FROM TIME.
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-INITIALIZE-EXIT.
002010     IF RUN-ERROR
002020         GO TO 0000-WRAPUP.
002030     PERFORM 2000-LOAD-DATASETS
002040         THRU 2000-LOAD-DATASETS-EXIT.
002050     IF RUN-ERROR
002060         GO TO 0000-WRAPUP.
002070     PERFORM 3000-PRINT-PROFILE-MATRIX
002080         THRU 3000-PRINT-PROFILE-MATRIX-EXIT.
002090     PERFORM 4000-PRINT-CALENDAR-MATRIX
002100         THRU 4000-PRINT-CALENDAR-MATRIX-EXIT.
002110     PERFORM 5000-PRINT-TOTALS
002120         THRU 5000-PRINT-TOTALS-EXIT.
002130     IF WS-KEY-DRIFT > ZERO
002140         MOVE 'PROFILE  ' TO WS-DRIFT-AREA
002150         MOVE WS-KEY-DRIFT TO WS-DRIFT-COUNT
002160         MOVE ' KEYWORDS' TO WS-DRIFT-NOUN
002170         MOVE 'PROFILE ' TO WS-DRIFT-STEPNAME
002180         PERFORM 6000-RAISE-DRIFT-ALERT
002190             THRU 6000-RAISE-DRIFT-ALERT-EXIT.
002200     IF WS-CAL-DRIFT > ZERO
002210         MOVE 'CALENDAR ' TO WS-DRIFT-AREA
002220         MOVE WS-CAL-DRIFT TO WS-DRIFT-COUNT
002230         MOVE ' DATES' TO WS-DRIFT-NOUN
002240         MOVE 'CALENDAR' TO WS-DRIFT-STEPNAME
002250         PERFORM 6000-RAISE-DRIFT-ALERT
002260             THRU 6000-RAISE-DRIFT-ALERT-EXIT.
002270     IF WS-KEY-DRIFT > ZERO OR WS-CAL-DRIFT > ZERO
002280         DISPLAY 'CFGDRIFT: ' WS-KEY-DRIFT ' PROFILE KEYWORD(S), '
002290             WS-CAL-DRIFT ' CALENDAR DATE(S) DRIFTED, RC=4'
002300             UPON OPCNSL
002310         MOVE 4 TO RETURN-CODE
002320     ELSE
002330         DISPLAY 'CFGDRIFT: PROFILE AND CALENDAR AGREE ON ALL '
002340             WS-SYS-COUNT ' LPAR(S)' UPON OPCNSL.
002350 0000-WRAPUP.
002360     IF ALERTOUT-OPEN
002370         CLOSE ALERTOUT.
002380     CLOSE SYSPRINT.
002390     IF RUN-ERROR
002400         MOVE 8 TO RETURN-CODE.
002410     STOP RUN.
002420 1000-INITIALIZE.
002430     OPEN OUTPUT SYSPRINT.
002440     IF WS-SYSPRINT-STATUS NOT = '00'
002450         DISPLAY 'CFGDRIFT: SYSPRINT OPEN FAILED, STATUS='
002460             WS-SYSPRINT-STATUS UPON OPCNSL
002470         MOVE 'Y' TO WS-RUN-ERROR-SW
002480         GO TO 1000-INITIALIZE-EXIT.
002490     MOVE WS-RUN-DATE-YYYYMMDD TO HD1-RUN-DATE.
002500     WRITE PRINT-LINE FROM HD1-LINE.
002510     MOVE SPACES TO PRINT-LINE.
002520     WRITE PRINT-LINE.
002530     MOVE 'DATASETS COMPARED' TO SEC-TITLE.
002540     WRITE PRINT-LINE FROM SEC-LINE.
002550 1000-INITIALIZE-EXIT.
002560     EXIT.
002570 2000-LOAD-DATASETS.
002580     OPEN INPUT CARDIN.
002590     PERFORM 2100-PROCESS-ONE-CARD
002600         THRU 2100-PROCESS-ONE-CARD-EXIT
002610         UNTIL CARDIN-EOF OR RUN-ERROR.
002620     CLOSE CARDIN.
002630     IF RUN-ERROR
002640         GO TO 2000-LOAD-DATASETS-EXIT.
002650     IF WS-SYS-COUNT = ZERO
002660         DISPLAY 'CFGDRIFT: NO DATASET CONTROL CARDS ON CARDIN'
002670             UPON OPCNSL
002680         MOVE 'Y' TO WS-RUN-ERROR-SW
002690         GO TO 2000-LOAD-DATASETS-EXIT.
002700     PERFORM 2050-COUNT-SYSTEM-DATASETS
002710         THRU 2050-COUNT-SYSTEM-DATASETS-EXIT
002720         VARYING WS-SYS-SUB FROM 1 BY 1
002730         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
002740 2000-LOAD-DATASETS-EXIT.
002750     EXIT.
002760 2050-COUNT-SYSTEM-DATASETS.
002770     IF SYS-HAS-PROFILE (WS-SYS-SUB)
002780         ADD 1 TO WS-PROF-SYSTEMS
002790     ELSE
002800         DISPLAY 'CFGDRIFT: NO PROFILE CARD FOR '
002810             WS-SYS-ID (WS-SYS-SUB) ', LEFT OUT OF THAT '
002820             'COMPARE' UPON OPCNSL.
002830     IF SYS-HAS-CALENDAR (WS-SYS-SUB)
002840         ADD 1 TO WS-CAL-SYSTEMS
002850     ELSE
002860         DISPLAY 'CFGDRIFT: NO CALENDAR CARD FOR '
002870             WS-SYS-ID (WS-SYS-SUB) ', LEFT OUT OF THAT '
002880             'COMPARE' UPON OPCNSL.
002890 2050-COUNT-SYSTEM-DATASETS-EXIT.
002900     EXIT.
002910 2100-PROCESS-ONE-CARD.
002920     READ CARDIN
002930         AT END
002940             SET CARDIN-EOF TO TRUE
002950             GO TO 2100-PROCESS-ONE-CARD-EXIT.
002960     IF CFG-CONTROL-CARD = SPACES
002970         GO TO 2100-PROCESS-ONE-CARD-EXIT.
002980     ADD 1 TO WS-CARDS-READ.
002990     IF CFG-CTL-SYSTEM-ID = SPACES
003000         OR CFG-CTL-DSN = SPACES
003010         OR NOT (CFG-CTL-PROFILE OR CFG-CTL-CALENDAR)
003020         DISPLAY 'CFGDRIFT: INVALID CONTROL CARD: '
003030             CFG-CONTROL-CARD (1:51) UPON OPCNSL
003040         MOVE 'Y' TO WS-RUN-ERROR-SW
003050         GO TO 2100-PROCESS-ONE-CARD-EXIT.
003060     PERFORM 2200-FIND-SYSTEM
003070         THRU 2200-FIND-SYSTEM-EXIT.
003080     IF RUN-ERROR
003090         GO TO 2100-PROCESS-ONE-CARD-EXIT.
003100     IF (CFG-CTL-PROFILE AND SYS-HAS-PROFILE (WS-CUR-SYS))
003110         OR (CFG-CTL-CALENDAR AND SYS-HAS-CALENDAR (WS-CUR-SYS))
003120         DISPLAY 'CFGDRIFT: SECOND ' CFG-CTL-TYPE
003130             ' CARD FOR SYSTEM ' CFG-CTL-SYSTEM-ID UPON OPCNSL
003140         MOVE 'Y' TO WS-RUN-ERROR-SW
003150         GO TO 2100-PROCESS-ONE-CARD-EXIT.
      ******************************************************************
      * ALLOCATE THE NAMED DATASET TO CFGIN, LOAD IT INTO THE MATRIX  *
      * COLUMN FOR ITS SYSTEM, THEN FREE CFGIN FOR THE NEXT CARD.     *
      ******************************************************************
003160     MOVE SPACES TO WS-DYN-TEXT.
003170     MOVE 1 TO WS-DYN-POINTER.
003180     STRING 'ALLOC DD(CFGIN) DSN(''' DELIMITED BY SIZE
003190            CFG-CTL-DSN DELIMITED BY SPACE
003200            ''') SHR REUSE' DELIMITED BY SIZE
003210         INTO WS-DYN-TEXT
003220         WITH POINTER WS-DYN-POINTER.
003230     PERFORM 2900-CALL-DYNALLOC
003240         THRU 2900-CALL-DYNALLOC-EXIT.
003250     IF WS-DYN-RC NOT = ZERO
003260         MOVE WS-DYN-RC TO WS-DYN-RC-ED
003270         DISPLAY 'CFGDRIFT: ' CFG-CTL-DSN ' ALLOCATION RC='
003280             WS-DYN-RC-ED UPON OPCNSL
003290         MOVE 'Y' TO WS-RUN-ERROR-SW
003300         GO TO 2100-PROCESS-ONE-CARD-EXIT.
003310     MOVE 'N' TO WS-CFGIN-EOF-SW.
003320     MOVE ZERO TO WS-DATASET-CARDS.
003330     OPEN INPUT CFGIN.
003340     IF WS-CFGIN-STATUS NOT = '00'
003350         DISPLAY 'CFGDRIFT: ' CFG-CTL-DSN ' OPEN FAILED, STATUS='
003360             WS-CFGIN-STATUS UPON OPCNSL
003370         MOVE 'Y' TO WS-RUN-ERROR-SW
003380         PERFORM 2950-FREE-CFGIN
003390             THRU 2950-FREE-CFGIN-EXIT
003400         GO TO 2100-PROCESS-ONE-CARD-EXIT.
003410     IF CFG-CTL-PROFILE
003420         MOVE 'Y' TO WS-SYS-PROF-SW (WS-CUR-SYS)
003430         MOVE 'PROFILE ' TO SRC-TYPE
003440         PERFORM 2300-LOAD-PROFILE-CARD
003450             THRU 2300-LOAD-PROFILE-CARD-EXIT
003460             UNTIL CFGIN-EOF OR RUN-ERROR
003470     ELSE
003480         MOVE 'Y' TO WS-SYS-CAL-SW (WS-CUR-SYS)
003490         MOVE 'CALENDAR' TO SRC-TYPE
003500         PERFORM 2400-LOAD-CALENDAR-CARD
003510             THRU 2400-LOAD-CALENDAR-CARD-EXIT
003520             UNTIL CFGIN-EOF OR RUN-ERROR.
003530     CLOSE CFGIN.
003540     PERFORM 2950-FREE-CFGIN
003550         THRU 2950-FREE-CFGIN-EXIT.
003560     MOVE CFG-CTL-SYSTEM-ID TO SRC-SYSTEM-ID.
003570     MOVE CFG-CTL-DSN TO SRC-DSN.
003580     MOVE WS-DATASET-CARDS TO SRC-CARDS.
003590     WRITE PRINT-LINE FROM SRC-LINE.
003600 2100-PROCESS-ONE-CARD-EXIT.
003610     EXIT.
003620 2200-FIND-SYSTEM.
003630     MOVE ZERO TO WS-CUR-SYS.
003640     PERFORM 2250-MATCH-ONE-SYSTEM
003650         THRU 2250-MATCH-ONE-SYSTEM-EXIT
003660         VARYING WS-SYS-SUB FROM 1 BY 1
003670         UNTIL WS-SYS-SUB > WS-SYS-COUNT
003680             OR WS-CUR-SYS > ZERO.
003690     IF WS-CUR-SYS > ZERO
003700         GO TO 2200-FIND-SYSTEM-EXIT.
003710     IF WS-SYS-COUNT NOT < WS-SYS-MAX
003720         DISPLAY 'CFGDRIFT: MORE THAN 8 SYSTEMS ON CARDIN, '
003730             CFG-CTL-SYSTEM-ID ' NOT COMPARED' UPON OPCNSL
003740         MOVE 'Y' TO WS-RUN-ERROR-SW
003750         GO TO 2200-FIND-SYSTEM-EXIT.
003760     ADD 1 TO WS-SYS-COUNT.
003770     MOVE WS-SYS-COUNT TO WS-CUR-SYS.
003780     MOVE CFG-CTL-SYSTEM-ID TO WS-SYS-ID (WS-CUR-SYS).
003790     MOVE 'N' TO WS-SYS-PROF-SW (WS-CUR-SYS).
003800     MOVE 'N' TO WS-SYS-CAL-SW (WS-CUR-SYS).
003810 2200-FIND-SYSTEM-EXIT.
003820     EXIT.
003830 2250-MATCH-ONE-SYSTEM.
003840     IF WS-SYS-ID (WS-SYS-SUB) = CFG-CTL-SYSTEM-ID
003850         MOVE WS-SYS-SUB TO WS-CUR-SYS.
003860 2250-MATCH-ONE-SYSTEM-EXIT.
003870     EXIT.
003880 2300-LOAD-PROFILE-CARD.
      ******************************************************************
      * A BLANK KEYWORD IS SKIPPED, AS EVERY READER SKIPS IT.  WHEN A *
      * KEYWORD REPEATS, THE LAST CARD'S VALUE IS KEPT, BECAUSE THAT  *
      * IS THE ONE THE READING PROGRAMS END UP USING.                 *
      ******************************************************************
003890     READ CFGIN
003900         AT END
003910             SET CFGIN-EOF TO TRUE
003920             GO TO 2300-LOAD-PROFILE-CARD-EXIT.
003930     IF PRF-KEYWORD = SPACES
003940         GO TO 2300-LOAD-PROFILE-CARD-EXIT.
003950     ADD 1 TO WS-DATASET-CARDS.
003960     PERFORM 2350-FIND-KEYWORD
003970         THRU 2350-FIND-KEYWORD-EXIT.
003980     IF RUN-ERROR
003990         GO TO 2300-LOAD-PROFILE-CARD-EXIT.
004000     ADD 1 TO WS-KE-CARDS (WS-FOUND-SUB WS-CUR-SYS).
004010     MOVE PRF-VALUE TO WS-KE-VALUE (WS-FOUND-SUB WS-CUR-SYS).
004020 2300-LOAD-PROFILE-CARD-EXIT.
004030     EXIT.
004040 2350-FIND-KEYWORD.
004050     MOVE ZERO TO WS-FOUND-SUB.
004060     MOVE ZERO TO WS-INSERT-SUB.
004070     PERFORM 2360-MATCH-ONE-KEYWORD
004080         THRU 2360-MATCH-ONE-KEYWORD-EXIT
004090         VARYING WS-KEY-SUB FROM 1 BY 1
004100         UNTIL WS-KEY-SUB > WS-KEY-COUNT
004110             OR WS-FOUND-SUB > ZERO
004120             OR WS-INSERT-SUB > ZERO.
004130     IF WS-FOUND-SUB > ZERO
004140         GO TO 2350-FIND-KEYWORD-EXIT.
004150     IF WS-KEY-COUNT NOT < WS-KEY-MAX
004160         DISPLAY 'CFGDRIFT: MORE THAN 100 PROFILE KEYWORDS, '
004170             'RUN STOPPED' UPON OPCNSL
004180         MOVE 'Y' TO WS-RUN-ERROR-SW
004190         GO TO 2350-FIND-KEYWORD-EXIT.
      ******************************************************************
      * NEW KEYWORD - OPEN A SLOT THAT KEEPS THE TABLE IN KEYWORD     *
      * ORDER AND START IT WITH NO CARDS ON ANY SYSTEM.               *
      ******************************************************************
004200     ADD 1 TO WS-KEY-COUNT.
004210     IF WS-INSERT-SUB = ZERO
004220         MOVE WS-KEY-COUNT TO WS-INSERT-SUB
004230     ELSE
004240         PERFORM 2370-SHIFT-KEYWORD-UP
004250             THRU 2370-SHIFT-KEYWORD-UP-EXIT
004260             VARYING WS-SHIFT-SUB FROM WS-KEY-COUNT BY -1
004270             UNTIL WS-SHIFT-SUB NOT > WS-INSERT-SUB.
004280     MOVE WS-INSERT-SUB TO WS-FOUND-SUB.
004290     MOVE PRF-KEYWORD TO WS-KE-KEYWORD (WS-FOUND-SUB).
004300     PERFORM 2380-CLEAR-KEYWORD-CELL
004310         THRU 2380-CLEAR-KEYWORD-CELL-EXIT
004320         VARYING WS-SYS-SUB FROM 1 BY 1
004330         UNTIL WS-SYS-SUB > WS-SYS-MAX.
004340 2350-FIND-KEYWORD-EXIT.
004350     EXIT.
004360 2360-MATCH-ONE-KEYWORD.
004370     IF WS-KE-KEYWORD (WS-KEY-SUB) = PRF-KEYWORD
004380         MOVE WS-KEY-SUB TO WS-FOUND-SUB
004390     ELSE
004400         IF WS-KE-KEYWORD (WS-KEY-SUB) > PRF-KEYWORD
004410             MOVE WS-KEY-SUB TO WS-INSERT-SUB.
004420 2360-MATCH-ONE-KEYWORD-EXIT.
004430     EXIT.
004440 2370-SHIFT-KEYWORD-UP.
004450     MOVE WS-KEY-ENTRY (WS-SHIFT-SUB - 1)
004460         TO WS-KEY-ENTRY (WS-SHIFT-SUB).
004470 2370-SHIFT-KEYWORD-UP-EXIT.
004480     EXIT.
004490 2380-CLEAR-KEYWORD-CELL.
004500     MOVE SPACES TO WS-KE-VALUE (WS-FOUND-SUB WS-SYS-SUB).
004510     MOVE ZERO TO WS-KE-CARDS (WS-FOUND-SUB WS-SYS-SUB).
004520 2380-CLEAR-KEYWORD-CELL-EXIT.
004530     EXIT.
004540 2400-LOAD-CALENDAR-CARD.
004550     READ CFGIN
004560         AT END
004570             SET CFGIN-EOF TO TRUE
004580             GO TO 2400-LOAD-CALENDAR-CARD-EXIT.
004590     IF CAL-DATE = SPACES
004600         GO TO 2400-LOAD-CALENDAR-CARD-EXIT.
004610     ADD 1 TO WS-DATASET-CARDS.
004620     PERFORM 2450-FIND-DATE
004630         THRU 2450-FIND-DATE-EXIT.
004640     IF RUN-ERROR
004650         GO TO 2400-LOAD-CALENDAR-CARD-EXIT.
004660     ADD 1 TO WS-CE-CARDS (WS-FOUND-SUB WS-CUR-SYS).
004670     MOVE CAL-DAY-TYPE TO WS-CE-TYPE (WS-FOUND-SUB WS-CUR-SYS).
004680     IF WS-CE-DESC (WS-FOUND-SUB) = SPACES
004690         MOVE CAL-DESC TO WS-CE-DESC (WS-FOUND-SUB).
004700 2400-LOAD-CALENDAR-CARD-EXIT.
004710     EXIT.
004720 2450-FIND-DATE.
004730     MOVE ZERO TO WS-FOUND-SUB.
004740     MOVE ZERO TO WS-INSERT-SUB.
004750     PERFORM 2460-MATCH-ONE-DATE
004760         THRU 2460-MATCH-ONE-DATE-EXIT
004770         VARYING WS-CAL-SUB FROM 1 BY 1
004780         UNTIL WS-CAL-SUB > WS-CAL-COUNT
004790             OR WS-FOUND-SUB > ZERO
004800             OR WS-INSERT-SUB > ZERO.
004810     IF WS-FOUND-SUB > ZERO
004820         GO TO 2450-FIND-DATE-EXIT.
004830     IF WS-CAL-COUNT NOT < WS-CAL-MAX
004840         DISPLAY 'CFGDRIFT: MORE THAN 500 CALENDAR DATES, '
004850             'RUN STOPPED' UPON OPCNSL
004860         MOVE 'Y' TO WS-RUN-ERROR-SW
004870         GO TO 2450-FIND-DATE-EXIT.
004880     ADD 1 TO WS-CAL-COUNT.
004890     IF WS-INSERT-SUB = ZERO
004900         MOVE WS-CAL-COUNT TO WS-INSERT-SUB
004910     ELSE
004920         PERFORM 2470-SHIFT-DATE-UP
004930             THRU 2470-SHIFT-DATE-UP-EXIT
004940             VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
004950             UNTIL WS-SHIFT-SUB NOT > WS-INSERT-SUB.
004960     MOVE WS-INSERT-SUB TO WS-FOUND-SUB.
004970     MOVE CAL-DATE TO WS-CE-DATE (WS-FOUND-SUB).
004980     MOVE SPACES TO WS-CE-DESC (WS-FOUND-SUB).
004990     PERFORM 2480-CLEAR-DATE-CELL
005000         THRU 2480-CLEAR-DATE-CELL-EXIT
005010         VARYING WS-SYS-SUB FROM 1 BY 1
005020         UNTIL WS-SYS-SUB > WS-SYS-MAX.
005030 2450-FIND-DATE-EXIT.
005040     EXIT.
005050 2460-MATCH-ONE-DATE.
005060     IF WS-CE-DATE (WS-CAL-SUB) = CAL-DATE
005070         MOVE WS-CAL-SUB TO WS-FOUND-SUB
005080     ELSE
005090         IF WS-CE-DATE (WS-CAL-SUB) > CAL-DATE
005100             MOVE WS-CAL-SUB TO WS-INSERT-SUB.
005110 2460-MATCH-ONE-DATE-EXIT.
005120     EXIT.
005130 2470-SHIFT-DATE-UP.
005140     MOVE WS-CAL-ENTRY (WS-SHIFT-SUB - 1)
005150         TO WS-CAL-ENTRY (WS-SHIFT-SUB).
005160 2470-SHIFT-DATE-UP-EXIT.
005170     EXIT.
005180 2480-CLEAR-DATE-CELL.
005190     MOVE SPACES TO WS-CE-TYPE (WS-FOUND-SUB WS-SYS-SUB).
005200     MOVE ZERO TO WS-CE-CARDS (WS-FOUND-SUB WS-SYS-SUB).
005210 2480-CLEAR-DATE-CELL-EXIT.
005220     EXIT.
005230 2900-CALL-DYNALLOC.
      ******************************************************************
      * BPXWDYN TAKES ONE HALFWORD-LENGTH-PREFIXED REQUEST STRING AND *
      * RETURNS ITS RESULT IN THE RETURN CODE.  IT IS CALLED BY NAME  *
      * (DYNAMICALLY) SO THE LINK-EDIT DOES NOT HAVE TO FIND IT, AND  *
      * THE RETURN CODE IS CLEARED SO IT CANNOT LEAK INTO THE STEP'S. *
      ******************************************************************
005240     COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1.
005250     CALL WS-DYN-PROGRAM USING WS-DYN-REQUEST.
005260     MOVE RETURN-CODE TO WS-DYN-RC.
005270     MOVE ZERO TO RETURN-CODE.
005280 2900-CALL-DYNALLOC-EXIT.
005290     EXIT.
005300 2950-FREE-CFGIN.
005310     MOVE SPACES TO WS-DYN-TEXT.
005320     MOVE 1 TO WS-DYN-POINTER.
005330     STRING 'FREE DD(CFGIN)' DELIMITED BY SIZE
005340         INTO WS-DYN-TEXT
005350         WITH POINTER WS-DYN-POINTER.
005360     PERFORM 2900-CALL-DYNALLOC
005370         THRU 2900-CALL-DYNALLOC-EXIT.
005380 2950-FREE-CFGIN-EXIT.
005390     EXIT.
005400 3000-PRINT-PROFILE-MATRIX.
005410     MOVE SPACES TO PRINT-LINE.
005420     WRITE PRINT-LINE.
005430     MOVE 'PROFILE KEYWORDS (VALUE ON EACH LPAR)' TO SEC-TITLE.
005440     WRITE PRINT-LINE FROM SEC-LINE.
005450     MOVE 'KEYWORD' TO MHD-LABEL.
005460     MOVE SPACES TO MHD-DESC.
005470     PERFORM 7000-PRINT-MATRIX-HEADING
005480         THRU 7000-PRINT-MATRIX-HEADING-EXIT.
005490     PERFORM 3100-PRINT-ONE-KEYWORD
005500         THRU 3100-PRINT-ONE-KEYWORD-EXIT
005510         VARYING WS-KEY-SUB FROM 1 BY 1
005520         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
005530     IF WS-KEY-COUNT = ZERO
005540         MOVE '    NO PROFILE CARDS ON ANY LPAR' TO PRINT-LINE
005550         WRITE PRINT-LINE.
005560     MOVE SPACES TO PRINT-LINE.
005570     WRITE PRINT-LINE.
005580     MOVE '  ---- NOT ON THAT LPAR    (BLANK) NO PROFILE GIVEN'
005590         TO PRINT-LINE.
005600     WRITE PRINT-LINE.
005610     MOVE '  DIFF VALUES DIFFER       MISS NOT ON EVERY LPAR'
005620         TO PRINT-LINE.
005630     WRITE PRINT-LINE.
005640     MOVE '  DUPL REPEATED ON AN LPAR UNKN NOT READ BY A PROGRAM'
005650         TO PRINT-LINE.
005660     WRITE PRINT-LINE.
005670     MOVE '  NNUM VALUE NOT NUMERIC' TO PRINT-LINE.
005680     WRITE PRINT-LINE.
005690 3000-PRINT-PROFILE-MATRIX-EXIT.
005700     EXIT.
005710 3100-PRINT-ONE-KEYWORD.
005720     MOVE SPACES TO MDT-LINE.
005730     MOVE WS-KE-KEYWORD (WS-KEY-SUB) TO MDT-KEY.
005740     MOVE 'N' TO WS-FIRST-SW.
005750     MOVE 'N' TO WS-MISS-SW.
005760     MOVE 'N' TO WS-DIFF-SW.
005770     MOVE 'N' TO WS-DUPL-SW.
005780     MOVE 'N' TO WS-NNUM-SW.
005790     PERFORM 3150-CHECK-KEYWORD-CELL
005800         THRU 3150-CHECK-KEYWORD-CELL-EXIT
005810         VARYING WS-SYS-SUB FROM 1 BY 1
005820         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
005830     MOVE 'N' TO WS-FOUND-SW.
005840     PERFORM 3180-MATCH-KNOWN-KEYWORD
005850         THRU 3180-MATCH-KNOWN-KEYWORD-EXIT
005860         VARYING WS-KNOWN-SUB FROM 1 BY 1
005870         UNTIL WS-KNOWN-SUB > WS-KNOWN-MAX OR ENTRY-FOUND.
005880     MOVE 1 TO WS-FIND-POINTER.
005890     IF ENTRY-DIFFERS
005900         ADD 1 TO WS-KEY-DIFFER
005910         STRING 'DIFF ' DELIMITED BY SIZE INTO MDT-FINDINGS
005920             WITH POINTER WS-FIND-POINTER.
005930     IF ENTRY-MISSING
005940         ADD 1 TO WS-KEY-MISSING
005950         STRING 'MISS ' DELIMITED BY SIZE INTO MDT-FINDINGS
005960             WITH POINTER WS-FIND-POINTER.
005970     IF ENTRY-REPEATED
005980         ADD 1 TO WS-KEY-REPEATED
005990         STRING 'DUPL ' DELIMITED BY SIZE INTO MDT-FINDINGS
006000             WITH POINTER WS-FIND-POINTER.
006010     IF NOT ENTRY-FOUND
006020         ADD 1 TO WS-KEY-UNKNOWN
006030         STRING 'UNKN ' DELIMITED BY SIZE INTO MDT-FINDINGS
006040             WITH POINTER WS-FIND-POINTER.
006050     IF VALUE-NOT-NUMERIC
006060         ADD 1 TO WS-KEY-NOT-NUMERIC
006070         STRING 'NNUM ' DELIMITED BY SIZE INTO MDT-FINDINGS
006080             WITH POINTER WS-FIND-POINTER.
006090     IF WS-FIND-POINTER > 1
006100         ADD 1 TO WS-KEY-DRIFT.
006110     WRITE PRINT-LINE FROM MDT-LINE.
006120 3100-PRINT-ONE-KEYWORD-EXIT.
006130     EXIT.
006140 3150-CHECK-KEYWORD-CELL.
006150     IF NOT SYS-HAS-PROFILE (WS-SYS-SUB)
006160         GO TO 3150-CHECK-KEYWORD-CELL-EXIT.
006170     IF WS-KE-CARDS (WS-KEY-SUB WS-SYS-SUB) = ZERO
006180         MOVE '----' TO MDT-CELL (WS-SYS-SUB)
006190         SET ENTRY-MISSING TO TRUE
006200         GO TO 3150-CHECK-KEYWORD-CELL-EXIT.
006210     MOVE WS-KE-VALUE (WS-KEY-SUB WS-SYS-SUB)
006220         TO MDT-CELL (WS-SYS-SUB).
006230     IF WS-KE-CARDS (WS-KEY-SUB WS-SYS-SUB) > 1
006240         SET ENTRY-REPEATED TO TRUE.
006250     IF WS-KE-VALUE (WS-KEY-SUB WS-SYS-SUB) NOT NUMERIC
006260         SET VALUE-NOT-NUMERIC TO TRUE.
006270     IF NOT FIRST-VALUE-TAKEN
006280         MOVE WS-KE-VALUE (WS-KEY-SUB WS-SYS-SUB)
006290             TO WS-FIRST-VALUE
006300         SET FIRST-VALUE-TAKEN TO TRUE
006310         GO TO 3150-CHECK-KEYWORD-CELL-EXIT.
006320     IF WS-KE-VALUE (WS-KEY-SUB WS-SYS-SUB) NOT = WS-FIRST-VALUE
006330         SET ENTRY-DIFFERS TO TRUE.
006340 3150-CHECK-KEYWORD-CELL-EXIT.
006350     EXIT.
006360 3180-MATCH-KNOWN-KEYWORD.
006370     IF WS-KNOWN-KEY (WS-KNOWN-SUB) = WS-KE-KEYWORD (WS-KEY-SUB)
006380         SET ENTRY-FOUND TO TRUE.
006390 3180-MATCH-KNOWN-KEYWORD-EXIT.
006400     EXIT.
006410 4000-PRINT-CALENDAR-MATRIX.
006420     MOVE SPACES TO PRINT-LINE.
006430     WRITE PRINT-LINE.
006440     MOVE 'CALENDAR DATES (DAY TYPE ON EACH LPAR)' TO SEC-TITLE.
006450     WRITE PRINT-LINE FROM SEC-LINE.
006460     MOVE 'DATE' TO MHD-LABEL.
006470     MOVE 'DESC' TO MHD-DESC.
006480     PERFORM 7000-PRINT-MATRIX-HEADING
006490         THRU 7000-PRINT-MATRIX-HEADING-EXIT.
006500     PERFORM 4100-PRINT-ONE-DATE
006510         THRU 4100-PRINT-ONE-DATE-EXIT
006520         VARYING WS-CAL-SUB FROM 1 BY 1
006530         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
006540     IF WS-CAL-COUNT = ZERO
006550         MOVE '    NO CALENDAR CARDS ON ANY LPAR' TO PRINT-LINE
006560         WRITE PRINT-LINE.
006570     MOVE SPACES TO PRINT-LINE.
006580     WRITE PRINT-LINE.
006590     MOVE '  ---- NOT ON THAT LPAR    (BLANK) NO CALENDAR GIVEN'
006600         TO PRINT-LINE.
006610     WRITE PRINT-LINE.
006620     MOVE '  DIFF DAY TYPES DIFFER    MISS NOT ON EVERY LPAR'
006630         TO PRINT-LINE.
006640     WRITE PRINT-LINE.
006650     MOVE '  DUPL REPEATED ON AN LPAR INVL NOT A VALID DATE'
006660         TO PRINT-LINE.
006670     WRITE PRINT-LINE.
006680 4000-PRINT-CALENDAR-MATRIX-EXIT.
006690     EXIT.
006700 4100-PRINT-ONE-DATE.
006710     MOVE SPACES TO MDT-LINE.
006720     MOVE WS-CE-DATE (WS-CAL-SUB) TO MDT-KEY.
006730     MOVE WS-CE-DESC (WS-CAL-SUB) TO MDT-DESC.
006740     MOVE 'N' TO WS-FIRST-SW.
006750     MOVE 'N' TO WS-MISS-SW.
006760     MOVE 'N' TO WS-DIFF-SW.
006770     MOVE 'N' TO WS-DUPL-SW.
006780     PERFORM 4150-CHECK-DATE-CELL
006790         THRU 4150-CHECK-DATE-CELL-EXIT
006800         VARYING WS-SYS-SUB FROM 1 BY 1
006810         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
006820     SET DSP-FUNC-VALIDATE TO TRUE.
006830     MOVE WS-CE-DATE (WS-CAL-SUB) TO DSP-DATE-YYYYMMDD.
006840     CALL 'DATESUB' USING DATE-SERVICE-PARM.
006850     MOVE 1 TO WS-FIND-POINTER.
006860     IF ENTRY-DIFFERS
006870         ADD 1 TO WS-CAL-DIFFER
006880         STRING 'DIFF ' DELIMITED BY SIZE INTO MDT-FINDINGS
006890             WITH POINTER WS-FIND-POINTER.
006900     IF ENTRY-MISSING
006910         ADD 1 TO WS-CAL-MISSING
006920         STRING 'MISS ' DELIMITED BY SIZE INTO MDT-FINDINGS
006930             WITH POINTER WS-FIND-POINTER.
006940     IF ENTRY-REPEATED
006950         ADD 1 TO WS-CAL-REPEATED
006960         STRING 'DUPL ' DELIMITED BY SIZE INTO MDT-FINDINGS
006970             WITH POINTER WS-FIND-POINTER.
006980     IF NOT DSP-GOOD-DATE
006990         ADD 1 TO WS-CAL-INVALID
007000         STRING 'INVL ' DELIMITED BY SIZE INTO MDT-FINDINGS
007010             WITH POINTER WS-FIND-POINTER.
007020     IF WS-FIND-POINTER > 1
007030         ADD 1 TO WS-CAL-DRIFT.
007040     WRITE PRINT-LINE FROM MDT-LINE.
007050 4100-PRINT-ONE-DATE-EXIT.
007060     EXIT.
007070 4150-CHECK-DATE-CELL.
007080     IF NOT SYS-HAS-CALENDAR (WS-SYS-SUB)
007090         GO TO 4150-CHECK-DATE-CELL-EXIT.
007100     IF WS-CE-CARDS (WS-CAL-SUB WS-SYS-SUB) = ZERO
007110         MOVE '----' TO MDT-CELL (WS-SYS-SUB)
007120         SET ENTRY-MISSING TO TRUE
007130         GO TO 4150-CHECK-DATE-CELL-EXIT.
007140     MOVE SPACES TO MDT-CELL (WS-SYS-SUB).
007150     MOVE WS-CE-TYPE (WS-CAL-SUB WS-SYS-SUB)
007160         TO MDT-CELL (WS-SYS-SUB) (2:1).
007170     IF WS-CE-CARDS (WS-CAL-SUB WS-SYS-SUB) > 1
007180         SET ENTRY-REPEATED TO TRUE.
007190     IF NOT FIRST-VALUE-TAKEN
007200         MOVE WS-CE-TYPE (WS-CAL-SUB WS-SYS-SUB)
007210             TO WS-FIRST-VALUE
007220         SET FIRST-VALUE-TAKEN TO TRUE
007230         GO TO 4150-CHECK-DATE-CELL-EXIT.
007240     IF WS-CE-TYPE (WS-CAL-SUB WS-SYS-SUB) NOT = WS-FIRST-VALUE
007250         SET ENTRY-DIFFERS TO TRUE.
007260 4150-CHECK-DATE-CELL-EXIT.
007270     EXIT.
007280 5000-PRINT-TOTALS.
007290     MOVE SPACES TO PRINT-LINE.
007300     WRITE PRINT-LINE.
007310     MOVE 'RUN TOTALS' TO SEC-TITLE.
007320     WRITE PRINT-LINE FROM SEC-LINE.
007330     MOVE 'LPARS COMPARED................' TO CNT-LABEL.
007340     MOVE WS-SYS-COUNT TO CNT-VALUE.
007350     WRITE PRINT-LINE FROM CNT-LINE.
007360     MOVE 'LPARS WITH A PROFILE..........' TO CNT-LABEL.
007370     MOVE WS-PROF-SYSTEMS TO CNT-VALUE.
007380     WRITE PRINT-LINE FROM CNT-LINE.
007390     MOVE 'LPARS WITH A CALENDAR.........' TO CNT-LABEL.
007400     MOVE WS-CAL-SYSTEMS TO CNT-VALUE.
007410     WRITE PRINT-LINE FROM CNT-LINE.
007420     MOVE 'PROFILE KEYWORDS..............' TO CNT-LABEL.
007430     MOVE WS-KEY-COUNT TO CNT-VALUE.
007440     WRITE PRINT-LINE FROM CNT-LINE.
007450     MOVE '  WITH ANY FINDING............' TO CNT-LABEL.
007460     MOVE WS-KEY-DRIFT TO CNT-VALUE.
007470     WRITE PRINT-LINE FROM CNT-LINE.
007480     MOVE '  VALUES DIFFER...............' TO CNT-LABEL.
007490     MOVE WS-KEY-DIFFER TO CNT-VALUE.
007500     WRITE PRINT-LINE FROM CNT-LINE.
007510     MOVE '  MISSING ON AN LPAR..........' TO CNT-LABEL.
007520     MOVE WS-KEY-MISSING TO CNT-VALUE.
007530     WRITE PRINT-LINE FROM CNT-LINE.
007540     MOVE '  REPEATED ON AN LPAR.........' TO CNT-LABEL.
007550     MOVE WS-KEY-REPEATED TO CNT-VALUE.
007560     WRITE PRINT-LINE FROM CNT-LINE.
007570     MOVE '  NOT READ BY ANY PROGRAM.....' TO CNT-LABEL.
007580     MOVE WS-KEY-UNKNOWN TO CNT-VALUE.
007590     WRITE PRINT-LINE FROM CNT-LINE.
007600     MOVE '  VALUE NOT NUMERIC...........' TO CNT-LABEL.
007610     MOVE WS-KEY-NOT-NUMERIC TO CNT-VALUE.
007620     WRITE PRINT-LINE FROM CNT-LINE.
007630     MOVE 'CALENDAR DATES................' TO CNT-LABEL.
007640     MOVE WS-CAL-COUNT TO CNT-VALUE.
007650     WRITE PRINT-LINE FROM CNT-LINE.
007660     MOVE '  WITH ANY FINDING............' TO CNT-LABEL.
007670     MOVE WS-CAL-DRIFT TO CNT-VALUE.
007680     WRITE PRINT-LINE FROM CNT-LINE.
007690     MOVE '  DAY TYPES DIFFER............' TO CNT-LABEL.
007700     MOVE WS-CAL-DIFFER TO CNT-VALUE.
007710     WRITE PRINT-LINE FROM CNT-LINE.
007720     MOVE '  MISSING ON AN LPAR..........' TO CNT-LABEL.
007730     MOVE WS-CAL-MISSING TO CNT-VALUE.
007740     WRITE PRINT-LINE FROM CNT-LINE.
007750     MOVE '  REPEATED ON AN LPAR.........' TO CNT-LABEL.
007760     MOVE WS-CAL-REPEATED TO CNT-VALUE.
007770     WRITE PRINT-LINE FROM CNT-LINE.
007780     MOVE '  NOT A VALID DATE............' TO CNT-LABEL.
007790     MOVE WS-CAL-INVALID TO CNT-VALUE.
007800     WRITE PRINT-LINE FROM CNT-LINE.
007810 5000-PRINT-TOTALS-EXIT.
007820     EXIT.
007830 6000-RAISE-DRIFT-ALERT.
      ******************************************************************
      * ONE ALERT PER DATASET TYPE THAT DRIFTED, SO THE DIGEST SHOWS  *
      * IT WITHOUT ONE LINE PER KEYWORD.  THE CALLER HAS SET THE TEXT *
      * AND WS-DRIFT-STEPNAME; BOTH ARE MOVED INTO THE ALERT RECORD   *
      * ONLY AFTER ALERTOUT IS OPEN.  A SECOND ALERT IN THE SAME RUN  *
      * IS ONE HUNDREDTH LATER SO THE KSDS KEY STAYS UNIQUE.          *
      ******************************************************************
007840     IF NOT ALERTOUT-OPEN
007850         OPEN I-O ALERTOUT
007860         IF WS-ALERTOUT-STATUS NOT = '00'
007870             DISPLAY 'CFGDRIFT: ALERTS OPEN FAILED, STATUS='
007880                 WS-ALERTOUT-STATUS UPON OPCNSL
007890             MOVE 'Y' TO WS-RUN-ERROR-SW
007900             GO TO 6000-RAISE-DRIFT-ALERT-EXIT
007910         ELSE
007920             SET ALERTOUT-OPEN TO TRUE.
007930     MOVE WS-RUN-DATE-YYYYMMDD TO ALR-DATE.
007940     COMPUTE WS-ALERT-TIME-HHMMSSSS =
007950         WS-RUN-TIME-HHMMSSSS + WS-ALERT-COUNT.
007960     ADD 1 TO WS-ALERT-COUNT.
007970     MOVE WS-ALERT-TIME-HHMMSSSS TO ALR-TIME.
007980     MOVE 'CFGDRIFT' TO ALR-JOBNAME.
007985     MOVE WS-DRIFT-STEPNAME TO ALR-STEPNAME.
007990     MOVE 0004 TO ALR-RETURN-CODE.
008000     SET ALR-UNACKNOWLEDGED TO TRUE.
008010     MOVE WS-DRIFT-TEXT TO ALR-TEXT.
008020     WRITE ALERT-RECORD
008030         INVALID KEY
008040             CONTINUE.
008050     IF WS-ALERTOUT-STATUS NOT = '00'
008060         DISPLAY 'CFGDRIFT: ALERT WRITE FAILED, STATUS='
008070             WS-ALERTOUT-STATUS UPON OPCNSL
008080         MOVE 'Y' TO WS-RUN-ERROR-SW.
008090 6000-RAISE-DRIFT-ALERT-EXIT.
008100     EXIT.
008110 7000-PRINT-MATRIX-HEADING.
008120     PERFORM 7100-SET-HEADING-COLUMN
008130         THRU 7100-SET-HEADING-COLUMN-EXIT
008140         VARYING WS-SYS-SUB FROM 1 BY 1
008150         UNTIL WS-SYS-SUB > WS-SYS-MAX.
008160     MOVE 'FINDINGS' TO MHD-FINDINGS.
008170     WRITE PRINT-LINE FROM MHD-LINE.
008180 7000-PRINT-MATRIX-HEADING-EXIT.
008190     EXIT.
008200 7100-SET-HEADING-COLUMN.
008210     IF WS-SYS-SUB > WS-SYS-COUNT
008220         MOVE SPACES TO MHD-SYS-ID (WS-SYS-SUB)
008230     ELSE
008240         MOVE WS-SYS-ID (WS-SYS-SUB) TO MHD-SYS-ID (WS-SYS-SUB).
008250 7100-SET-HEADING-COLUMN-EXIT.
008260     EXIT.
