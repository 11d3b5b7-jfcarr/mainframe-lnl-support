      ******************************************************************
      * PROGRAM:    RPTINDEX                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       INDEX AND REPRINT UTILITY FOR THE RETAINED HELLO  *
      *             VERIFICATION REPORTS IN THE SYS2.HELLO.REPORTS    *
      *             GDG.  THE CARDIN CARD PICKS THE MODE:             *
      *               INDEX   (OR NO CARD) - EVERY CATALOGUED         *
      *                 GENERATION IS ALLOCATED IN TURN TO THE RPTIN  *
      *                 DD THROUGH THE BPXWDYN DYNAMIC-ALLOCATION     *
      *                 SERVICE AS RELATIVE GENERATION (0), (-1), ... *
      *                 UNTIL ONE WILL NOT ALLOCATE.  EACH REPORT'S   *
      *                 PAGE HEADING GIVES ITS JOB-ID, RUN DATE/TIME  *
      *                 AND SYSTEM ID, AND ITS RUN TOTALS BLOCK THE   *
      *                 TESTS RUN, PASSED AND FAILED.  THE RPTIDX     *
      *                 INDEX (SYS2.HELLO.RPTINDEX) IS REWRITTEN WITH *
      *                 ONE RECORD PER GENERATION, KEYED BY ITS       *
      *                 ABSOLUTE GNNNNVNN NAME, AND A DIRECTORY       *
      *                 LISTING IS PRINTED.  ENDS RC=4 WHEN A REPORT  *
      *                 HAS NO HEADING OR NO RUN TOTALS.              *
      *               REPRINT - THE INDEX ENTRIES FOR A RUN DATE OR   *
      *                 DATE RANGE, OPTIONALLY ONE JOB-ID AND ONE     *
      *                 SYSTEM ID, ARE LISTED AND EACH OF THOSE       *
      *                 REPORTS IS COPIED TO SYSPRINT WITH ITS        *
      *                 ORIGINAL CARRIAGE CONTROL.  ENDS RC=4 WHEN    *
      *                 NOTHING MATCHED OR A MATCHING GENERATION HAS  *
      *                 ROLLED OFF SINCE THE INDEX WAS BUILT.         *
      *             CARD: FUNCTION COLS 1-7, FROM DATE (YYYYMMDD)     *
      *             COLS 9-16, TO DATE COLS 18-25 (BLANK = FROM       *
      *             DATE), JOB-ID COLS 27-34, SYSTEM ID COLS 36-39.   *
      *             RC=8 ON A CONTROL-CARD OR I/O FAILURE.            *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'RPTINDEX'.
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
000210     SELECT RPTIN ASSIGN TO RPTIN
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-RPTIN-STATUS.
000240     SELECT RPTIDX ASSIGN TO RPTIDX
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-RPTIDX-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CARDIN
000300     LABEL RECORDS ARE OMITTED
000310     RECORD CONTAINS 80 CHARACTERS.
000320 01  IDX-CONTROL-CARD.
000330     05  IDX-CTL-FUNCTION           PIC X(07).
000340         88  IDX-CTL-INDEX                    VALUE 'INDEX  '.
000350         88  IDX-CTL-REPRINT                  VALUE 'REPRINT'.
000360     05  FILLER                     PIC X(01).
000370     05  IDX-CTL-FROM-DATE          PIC X(08).
000380     05  FILLER                     PIC X(01).
000390     05  IDX-CTL-TO-DATE            PIC X(08).
000400     05  FILLER                     PIC X(01).
000410     05  IDX-CTL-JOBID              PIC X(08).
000420     05  FILLER                     PIC X(01).
000430     05  IDX-CTL-SYSTEM-ID          PIC X(04).
000440     05  FILLER                     PIC X(41).
000450 FD  SYSPRINT
000460     LABEL RECORDS ARE OMITTED
000470     RECORD CONTAINS 80 CHARACTERS.
000480 01  PRINT-LINE                     PIC X(80).
      ******************************************************************
      * A RETAINED REPORT AS HELLO WROTE IT TO REPTOUT (RECFM=FBA):   *
      * THE ASA CARRIAGE-CONTROL BYTE, THEN THE 80-BYTE PRINT LINE.   *
      * THE OTHER TWO VIEWS ARE HELLO'S RH2-LINE PAGE HEADING AND ITS *
      * RTOT-LINE RUN TOTALS LINE.                                    *
      ******************************************************************
000490 FD  RPTIN
000500     LABEL RECORDS ARE STANDARD
000510     RECORD CONTAINS 81 CHARACTERS.
000520 01  REPORT-RECORD.
000530     05  RPT-CARRIAGE               PIC X(01).
000540     05  RPT-LINE                   PIC X(80).
000550 01  REPORT-HEADING-RECORD.
000560     05  FILLER                     PIC X(01).
000570     05  RPT-HDG-LABEL              PIC X(08).
000580     05  RPT-HDG-JOBID              PIC X(08).
000590     05  FILLER                     PIC X(06).
000600     05  RPT-HDG-DATE               PIC X(08).
000610     05  FILLER                     PIC X(01).
000620     05  RPT-HDG-TIME               PIC X(08).
000630     05  FILLER                     PIC X(09).
000640     05  RPT-HDG-SYSTEM             PIC X(04).
000650     05  FILLER                     PIC X(28).
000660 01  REPORT-TOTAL-RECORD.
000670     05  FILLER                     PIC X(05).
000680     05  RPT-TOT-LABEL              PIC X(24).
000690     05  RPT-TOT-VALUE              PIC X(04).
000700     05  FILLER                     PIC X(48).
000710 FD  RPTIDX
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 COPY RPTIDX.
000750 WORKING-STORAGE SECTION.
000760 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000770 77  WS-RPTIN-STATUS            PIC X(02) VALUE SPACES.
000780 77  WS-RPTIDX-STATUS           PIC X(02) VALUE SPACES.
000790 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000800     88  CARDIN-EOF                       VALUE 'Y'.
000810 77  WS-RPTIN-EOF-SW            PIC X(01) VALUE 'N'.
000820     88  RPTIN-EOF                        VALUE 'Y'.
000830 77  WS-RPTIDX-EOF-SW           PIC X(01) VALUE 'N'.
000840     88  RPTIDX-EOF                       VALUE 'Y'.
000850 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000860     88  RUN-ERROR                        VALUE 'Y'.
000870 77  WS-GEN-END-SW              PIC X(01) VALUE 'N'.
000880     88  GEN-LIST-END                     VALUE 'Y'.
000890 77  WS-MODE-SW                 PIC X(01) VALUE 'I'.
000900     88  INDEX-MODE                       VALUE 'I'.
000910     88  REPRINT-MODE                     VALUE 'R'.
000920 77  WS-FROM-DATE               PIC X(08) VALUE SPACES.
000930 77  WS-TO-DATE                 PIC X(08) VALUE SPACES.
000940 77  WS-SEL-JOBID               PIC X(08) VALUE SPACES.
000950 77  WS-SEL-SYSTEM-ID           PIC X(04) VALUE SPACES.
000960 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000970 77  WS-REPORTS-BASE            PIC X(44)
000980         VALUE 'SYS2.HELLO.REPORTS'.
000990 77  WS-BASE-LENGTH             PIC S9(04) COMP VALUE ZERO.
001000 77  WS-DYN-PROGRAM             PIC X(08) VALUE 'BPXWDYN'.
001010 77  WS-DYN-RC                  PIC S9(08) COMP VALUE ZERO.
001020 77  WS-DYN-RC-ED               PIC -(9)9.
001030 77  WS-DYN-POINTER             PIC S9(04) COMP VALUE ZERO.
001040 77  WS-GEN-NUM                 PIC 9(03) VALUE ZERO.
001050 77  WS-GEN-MAX                 PIC 9(03) VALUE 255.
001060 77  WS-GEN-TEXT                PIC X(04) VALUE SPACES.
001070 77  WS-GEN-LABEL               PIC X(10) VALUE SPACES.
001080 77  WS-REPORTS-INDEXED         PIC S9(07) COMP VALUE ZERO.
001090 77  WS-REPORTS-COMPLETE        PIC S9(07) COMP VALUE ZERO.
001100 77  WS-REPORTS-NO-TOTALS       PIC S9(07) COMP VALUE ZERO.
001110 77  WS-REPORTS-NO-HEADING      PIC S9(07) COMP VALUE ZERO.
001120 77  WS-REPORTS-FAILED          PIC S9(07) COMP VALUE ZERO.
001130 77  WS-INDEX-READ              PIC S9(07) COMP VALUE ZERO.
001140 77  WS-REPORTS-SELECTED        PIC S9(07) COMP VALUE ZERO.
001150 77  WS-REPORTS-REPRINTED       PIC S9(07) COMP VALUE ZERO.
001160 77  WS-REPORTS-NOT-FOUND       PIC S9(07) COMP VALUE ZERO.
001170 77  WS-LINES-REPRINTED         PIC S9(07) COMP VALUE ZERO.
001180 77  WS-SEL-SUB                 PIC S9(04) COMP VALUE ZERO.
001190 77  WS-SEL-COUNT               PIC S9(04) COMP VALUE ZERO.
001200 77  WS-SEL-MAX                 PIC S9(04) COMP VALUE 255.
001210 77  WS-HEADING-SW              PIC X(01) VALUE 'N'.
001220     88  HEADING-FOUND                    VALUE 'Y'.
001230 77  WS-TOTALS-SW               PIC X(01) VALUE 'N'.
001240     88  TOTALS-FOUND                     VALUE 'Y'.
001250 COPY DATEPARM.
001260 01  WS-TOT-FIELDS.
001270     05  WS-TOT-TEXT            PIC X(04) VALUE SPACES.
001280     05  WS-TOT-NUMBER REDEFINES WS-TOT-TEXT
001290                                PIC 9(04).
001300 01  WS-DYN-REQUEST.
001310     05  WS-DYN-LENGTH          PIC S9(04) COMP VALUE ZERO.
001320     05  WS-DYN-TEXT            PIC X(120) VALUE SPACES.
      ******************************************************************
      * BPXWDYN HANDS BACK THE NAME BEHIND A RELATIVE GENERATION IN   *
      * THIS SECOND, HALFWORD-LENGTH-PREFIXED PARAMETER WHEN THE      *
      * REQUEST CARRIES RTDSN.  THE LENGTH GOES IN AS THE SIZE OF THE *
      * BUFFER AND COMES BACK AS THE LENGTH OF THE NAME.              *
      ******************************************************************
001330 01  WS-DYN-RTDSN.
001340     05  WS-RTDSN-LENGTH        PIC S9(04) COMP VALUE 44.
001350     05  WS-RTDSN-TEXT          PIC X(44) VALUE SPACES.
001360 01  WS-CUR-REPORT.
001370     05  WS-CUR-GENERATION      PIC X(08).
001380     05  WS-CUR-JOBID           PIC X(08).
001390     05  WS-CUR-RUN-DATE        PIC X(08).
001400     05  WS-CUR-RUN-TIME        PIC X(08).
001410     05  WS-CUR-SYSTEM-ID       PIC X(04).
001420     05  WS-CUR-TESTS-RUN       PIC 9(04).
001430     05  WS-CUR-TESTS-PASSED    PIC 9(04).
001440     05  WS-CUR-TESTS-FAILED    PIC 9(04).
001450     05  WS-CUR-PAGES           PIC 9(04).
001460     05  WS-CUR-LINES           PIC 9(06).
001470     05  WS-CUR-STATUS          PIC X(01).
001480         88  CUR-COMPLETE                 VALUE 'C'.
001490         88  CUR-NO-TOTALS                VALUE 'T'.
001500         88  CUR-NO-HEADING               VALUE 'H'.
001510 01  WS-SEL-TABLE.
001520     05  WS-SEL-ENTRY OCCURS 255 TIMES.
001530         10  WS-SE-GENERATION   PIC X(08).
001540         10  WS-SE-JOBID        PIC X(08).
001550         10  WS-SE-RUN-DATE     PIC X(08).
001560         10  WS-SE-RUN-TIME     PIC X(08).
001570         10  WS-SE-SYSTEM-ID    PIC X(04).
001580         10  WS-SE-TESTS-RUN    PIC 9(04).
001590         10  WS-SE-TESTS-PASSED PIC 9(04).
001600         10  WS-SE-TESTS-FAILED PIC 9(04).
001610         10  WS-SE-PAGES        PIC 9(04).
001620         10  WS-SE-LINES        PIC 9(06).
001630         10  WS-SE-STATUS       PIC X(01).
001640 01  HD1-LINE.
001650     05  FILLER                 PIC X(10) VALUE 'RPTINDEX'.
001660     05  HD1-TITLE              PIC X(44).
001670     05  FILLER                 PIC X(04) VALUE 'RUN '.
001680     05  HD1-RUN-DATE           PIC X(08).
001690     05  FILLER                 PIC X(14) VALUE SPACES.
001700 01  SEL-LINE.
001710     05  FILLER                 PIC X(10) VALUE 'SELECTION'.
001720     05  FILLER                 PIC X(05) VALUE 'FROM '.
001730     05  SEL-FROM-DATE          PIC X(08).
001740     05  FILLER                 PIC X(04) VALUE ' TO '.
001750     05  SEL-TO-DATE            PIC X(08).
001760     05  FILLER                 PIC X(09) VALUE '  JOB-ID '.
001770     05  SEL-JOBID              PIC X(08).
001780     05  FILLER                 PIC X(09) VALUE '  SYSTEM '.
001790     05  SEL-SYSTEM-ID          PIC X(05).
001800     05  FILLER                 PIC X(14) VALUE SPACES.
001810 01  DHD-LINE.
001820     05  FILLER                 PIC X(07) VALUE 'REL'.
001830     05  FILLER                 PIC X(10) VALUE 'GENERATN'.
001840     05  FILLER                 PIC X(10) VALUE 'JOB-ID'.
001850     05  FILLER                 PIC X(09) VALUE 'RUN DATE'.
001860     05  FILLER                 PIC X(10) VALUE 'TIME'.
001870     05  FILLER                 PIC X(05) VALUE 'SYS'.
001880     05  FILLER                 PIC X(05) VALUE ' RUN'.
001890     05  FILLER                 PIC X(05) VALUE 'PASS'.
001900     05  FILLER                 PIC X(05) VALUE 'FAIL'.
001910     05  FILLER                 PIC X(06) VALUE 'PAGE'.
001920     05  FILLER                 PIC X(08) VALUE 'RESULT'.
001930 01  DIR-LINE.
001940     05  DIR-REL-GEN            PIC X(06).
001950     05  FILLER                 PIC X(01) VALUE SPACE.
001960     05  DIR-GENERATION         PIC X(08).
001970     05  FILLER                 PIC X(02) VALUE SPACES.
001980     05  DIR-JOBID              PIC X(08).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  DIR-RUN-DATE           PIC X(08).
002010     05  FILLER                 PIC X(01) VALUE SPACE.
002020     05  DIR-RUN-TIME           PIC X(08).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  DIR-SYSTEM-ID          PIC X(04).
002050     05  FILLER                 PIC X(01) VALUE SPACE.
002060     05  DIR-TESTS-RUN          PIC ZZZ9.
002070     05  FILLER                 PIC X(01) VALUE SPACE.
002080     05  DIR-TESTS-PASSED       PIC ZZZ9.
002090     05  FILLER                 PIC X(01) VALUE SPACE.
002100     05  DIR-TESTS-FAILED       PIC ZZZ9.
002110     05  FILLER                 PIC X(01) VALUE SPACE.
002120     05  DIR-PAGES              PIC ZZZ9.
002130     05  FILLER                 PIC X(02) VALUE SPACES.
002140     05  DIR-RESULT             PIC X(07).
002150     05  FILLER                 PIC X(01) VALUE SPACE.
002160 01  TOT-LINE.
002170     05  TOT-LABEL              PIC X(30).
002180     05  TOT-VALUE              PIC ZZZZZZ9.
002190     05  FILLER                 PIC X(43) VALUE SPACES.
002200 PROCEDURE DIVISION.
002210 0000-MAINLINE.
002220     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002230     PERFORM 1000-INITIALIZE
002240         THRU 1000-INITIALIZE-EXIT.
002250     IF RUN-ERROR
002260         GO TO 0000-WRAPUP.
002270     IF REPRINT-MODE
002280         GO TO 0000-REPRINT.
002290     PERFORM 2000-BUILD-INDEX
002300         THRU 2000-BUILD-INDEX-EXIT.
002310     IF RUN-ERROR
002320         GO TO 0000-WRAPUP.
002330     PERFORM 5000-PRINT-TOTALS
002340         THRU 5000-PRINT-TOTALS-EXIT.
002350     DISPLAY 'RPTINDEX: ' WS-REPORTS-INDEXED
002360         ' REPORT(S) INDEXED' UPON CNSL.
002370     IF WS-REPORTS-NO-TOTALS > ZERO
002380         OR WS-REPORTS-NO-HEADING > ZERO
002390         DISPLAY 'RPTINDEX: INCOMPLETE RETAINED REPORT(S), '
002400             'SEE SYSPRINT' UPON OPCNSL
002410         MOVE 4 TO RETURN-CODE.
002420     GO TO 0000-WRAPUP.
002430 0000-REPRINT.
002440     PERFORM 3000-REPRINT-REPORTS
002450         THRU 3000-REPRINT-REPORTS-EXIT.
002460     IF RUN-ERROR
002470         GO TO 0000-WRAPUP.
002480     PERFORM 5000-PRINT-TOTALS
002490         THRU 5000-PRINT-TOTALS-EXIT.
002500     DISPLAY 'RPTINDEX: ' WS-REPORTS-REPRINTED
002510         ' REPORT(S) REPRINTED' UPON CNSL.
002520     IF WS-REPORTS-REPRINTED = ZERO
002530         DISPLAY 'RPTINDEX: NO RETAINED REPORT FOR '
002540             WS-FROM-DATE ' - ' WS-TO-DATE UPON OPCNSL
002550         MOVE 4 TO RETURN-CODE
002560         GO TO 0000-WRAPUP.
002570     IF WS-REPORTS-NOT-FOUND > ZERO
002580         DISPLAY 'RPTINDEX: INDEXED REPORT(S) NO LONGER '
002590             'CATALOGUED, RERUN THE INDEX' UPON OPCNSL
002600         MOVE 4 TO RETURN-CODE.
002610 0000-WRAPUP.
002620     CLOSE SYSPRINT.
002630     IF RUN-ERROR
002640         MOVE 8 TO RETURN-CODE.
002650     STOP RUN.
002660 1000-INITIALIZE.
002670     OPEN OUTPUT SYSPRINT.
002680     IF WS-SYSPRINT-STATUS NOT = '00'
002690         DISPLAY 'RPTINDEX: SYSPRINT OPEN FAILED, STATUS='
002700             WS-SYSPRINT-STATUS UPON OPCNSL
002710         MOVE 'Y' TO WS-RUN-ERROR-SW
002720         GO TO 1000-INITIALIZE-EXIT.
002730     INSPECT WS-REPORTS-BASE TALLYING WS-BASE-LENGTH
002740         FOR CHARACTERS BEFORE INITIAL SPACE.
002750     MOVE WS-RUN-DATE-YYYYMMDD TO HD1-RUN-DATE.
      ******************************************************************
      * NO CARD (OR AN EMPTY CARDIN) MEANS THE SCHEDULED INDEX RUN.   *
      ******************************************************************
002760     OPEN INPUT CARDIN.
002770     READ CARDIN
002780         AT END
002790             SET CARDIN-EOF TO TRUE.
002800     CLOSE CARDIN.
002810     IF CARDIN-EOF OR IDX-CTL-INDEX
002820         MOVE 'HELLO REPORT INDEX - SYS2.HELLO.REPORTS'
002830             TO HD1-TITLE
002840         WRITE PRINT-LINE FROM HD1-LINE
002850             AFTER ADVANCING PAGE
002860         MOVE SPACES TO PRINT-LINE
002870         WRITE PRINT-LINE
002880             AFTER ADVANCING 1 LINE
002890         WRITE PRINT-LINE FROM DHD-LINE
002900             AFTER ADVANCING 1 LINE
002910         GO TO 1000-INITIALIZE-EXIT.
002920     IF NOT IDX-CTL-REPRINT
002930         DISPLAY 'RPTINDEX: FUNCTION MUST BE INDEX OR REPRINT: '
002940             IDX-CTL-FUNCTION UPON OPCNSL
002950         MOVE 'Y' TO WS-RUN-ERROR-SW
002960         GO TO 1000-INITIALIZE-EXIT.
002970     SET REPRINT-MODE TO TRUE.
002980     PERFORM 1100-CHECK-REPRINT-CARD
002990         THRU 1100-CHECK-REPRINT-CARD-EXIT.
003000 1000-INITIALIZE-EXIT.
003010     EXIT.
003020 1100-CHECK-REPRINT-CARD.
003030     MOVE IDX-CTL-FROM-DATE TO WS-FROM-DATE.
003040     MOVE IDX-CTL-TO-DATE TO WS-TO-DATE.
003050     IF WS-TO-DATE = SPACES
003060         MOVE WS-FROM-DATE TO WS-TO-DATE.
003070     MOVE IDX-CTL-JOBID TO WS-SEL-JOBID.
003080     MOVE IDX-CTL-SYSTEM-ID TO WS-SEL-SYSTEM-ID.
003090     SET DSP-FUNC-VALIDATE TO TRUE.
003100     MOVE WS-FROM-DATE TO DSP-DATE-YYYYMMDD.
003110     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003120     IF NOT DSP-GOOD-DATE
003130         DISPLAY 'RPTINDEX: FROM DATE NOT VALID: '
003140             WS-FROM-DATE UPON OPCNSL
003150         MOVE 'Y' TO WS-RUN-ERROR-SW
003160         GO TO 1100-CHECK-REPRINT-CARD-EXIT.
003170     SET DSP-FUNC-VALIDATE TO TRUE.
003180     MOVE WS-TO-DATE TO DSP-DATE-YYYYMMDD.
003190     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003200     IF NOT DSP-GOOD-DATE
003210         DISPLAY 'RPTINDEX: TO DATE NOT VALID: '
003220             WS-TO-DATE UPON OPCNSL
003230         MOVE 'Y' TO WS-RUN-ERROR-SW
003240         GO TO 1100-CHECK-REPRINT-CARD-EXIT.
003250     IF WS-FROM-DATE > WS-TO-DATE
003260         DISPLAY 'RPTINDEX: FROM DATE ' WS-FROM-DATE
003270             ' IS AFTER TO DATE ' WS-TO-DATE UPON OPCNSL
003280         MOVE 'Y' TO WS-RUN-ERROR-SW
003290         GO TO 1100-CHECK-REPRINT-CARD-EXIT.
003300     MOVE 'HELLO REPORT REPRINT - SYS2.HELLO.REPORTS'
003310         TO HD1-TITLE.
003320     WRITE PRINT-LINE FROM HD1-LINE
003330         AFTER ADVANCING PAGE.
003340     MOVE WS-FROM-DATE TO SEL-FROM-DATE.
003350     MOVE WS-TO-DATE TO SEL-TO-DATE.
003360     MOVE WS-SEL-JOBID TO SEL-JOBID.
003370     IF WS-SEL-JOBID = SPACES
003380         MOVE '(ALL)' TO SEL-JOBID.
003390     MOVE WS-SEL-SYSTEM-ID TO SEL-SYSTEM-ID.
003400     IF WS-SEL-SYSTEM-ID = SPACES
003410         MOVE '(ALL)' TO SEL-SYSTEM-ID.
003420     WRITE PRINT-LINE FROM SEL-LINE
003430         AFTER ADVANCING 1 LINE.
003440     MOVE SPACES TO PRINT-LINE.
003450     WRITE PRINT-LINE
003460         AFTER ADVANCING 1 LINE.
003470     WRITE PRINT-LINE FROM DHD-LINE
003480         AFTER ADVANCING 1 LINE.
003490 1100-CHECK-REPRINT-CARD-EXIT.
003500     EXIT.
003510 2000-BUILD-INDEX.
003520     OPEN OUTPUT RPTIDX.
003530     IF WS-RPTIDX-STATUS NOT = '00'
003540         DISPLAY 'RPTINDEX: RPTIDX OPEN FAILED, STATUS='
003550             WS-RPTIDX-STATUS UPON OPCNSL
003560         MOVE 'Y' TO WS-RUN-ERROR-SW
003570         GO TO 2000-BUILD-INDEX-EXIT.
003580     PERFORM 2100-INDEX-ONE-GENERATION
003590         THRU 2100-INDEX-ONE-GENERATION-EXIT
003600         VARYING WS-GEN-NUM FROM 0 BY 1
003610         UNTIL WS-GEN-NUM > WS-GEN-MAX
003620             OR GEN-LIST-END OR RUN-ERROR.
003630     CLOSE RPTIDX.
003640     IF WS-REPORTS-INDEXED = ZERO AND NOT RUN-ERROR
003650         MOVE 'NO REPORT GENERATIONS CATALOGUED' TO PRINT-LINE
003660         WRITE PRINT-LINE
003670             AFTER ADVANCING 1 LINE.
003680 2000-BUILD-INDEX-EXIT.
003690     EXIT.
003700 2100-INDEX-ONE-GENERATION.
      ******************************************************************
      * ALLOCATE RELATIVE GENERATION (0), (-1), ... TO RPTIN.  THE    *
      * FIRST ONE THAT WILL NOT ALLOCATE IS PAST THE OLDEST ONE       *
      * CATALOGUED, SO THE SCAN STOPS THERE.  RTDSN RETURNS THE       *
      * ABSOLUTE NAME THE INDEX IS KEPT BY.                           *
      ******************************************************************
003710     PERFORM 2150-BUILD-GENERATION-TEXT
003720         THRU 2150-BUILD-GENERATION-TEXT-EXIT.
003730     MOVE SPACES TO WS-DYN-TEXT.
003740     MOVE 1 TO WS-DYN-POINTER.
003750     STRING 'ALLOC DD(RPTIN) DSN(''' DELIMITED BY SIZE
003760            WS-REPORTS-BASE DELIMITED BY SPACE
003770            '(' DELIMITED BY SIZE
003780            WS-GEN-TEXT DELIMITED BY SPACE
003790            ')'') SHR REUSE RTDSN(RPTDSN)' DELIMITED BY SIZE
003800         INTO WS-DYN-TEXT
003810         WITH POINTER WS-DYN-POINTER.
003820     PERFORM 2900-CALL-DYNALLOC
003830         THRU 2900-CALL-DYNALLOC-EXIT.
003840     IF WS-DYN-RC NOT = ZERO
003850         MOVE WS-DYN-RC TO WS-DYN-RC-ED
003860         DISPLAY 'RPTINDEX: REPORT SCAN ENDS AT GENERATION '
003870             WS-GEN-LABEL ' ALLOCATION RC=' WS-DYN-RC-ED
003880             UPON CNSL
003890         SET GEN-LIST-END TO TRUE
003900         GO TO 2100-INDEX-ONE-GENERATION-EXIT.
003910     MOVE SPACES TO WS-CUR-REPORT.
003920     MOVE ZERO TO WS-CUR-TESTS-RUN.
003930     MOVE ZERO TO WS-CUR-TESTS-PASSED.
003940     MOVE ZERO TO WS-CUR-TESTS-FAILED.
003950     MOVE ZERO TO WS-CUR-PAGES.
003960     MOVE ZERO TO WS-CUR-LINES.
003970     MOVE '????????' TO WS-CUR-GENERATION.
003980     IF WS-RTDSN-LENGTH NOT < WS-BASE-LENGTH + 9
003990         MOVE WS-RTDSN-TEXT (WS-BASE-LENGTH + 2:8)
004000             TO WS-CUR-GENERATION.
004010     MOVE 'N' TO WS-HEADING-SW.
004020     MOVE 'N' TO WS-TOTALS-SW.
004030     MOVE 'N' TO WS-RPTIN-EOF-SW.
004040     OPEN INPUT RPTIN.
004050     IF WS-RPTIN-STATUS NOT = '00'
004060         DISPLAY 'RPTINDEX: RPTIN OPEN FAILED FOR GENERATION '
004070             WS-GEN-LABEL ', STATUS=' WS-RPTIN-STATUS
004080             UPON OPCNSL
004090         MOVE 'Y' TO WS-RUN-ERROR-SW
004100         PERFORM 2950-FREE-RPTIN
004110             THRU 2950-FREE-RPTIN-EXIT
004120         GO TO 2100-INDEX-ONE-GENERATION-EXIT.
004130     PERFORM 2200-SCAN-ONE-LINE
004140         THRU 2200-SCAN-ONE-LINE-EXIT
004150         UNTIL RPTIN-EOF.
004160     CLOSE RPTIN.
004170     PERFORM 2950-FREE-RPTIN
004180         THRU 2950-FREE-RPTIN-EXIT.
004190     IF NOT HEADING-FOUND
004200         SET CUR-NO-HEADING TO TRUE
004210         ADD 1 TO WS-REPORTS-NO-HEADING
004220     ELSE
004230         IF NOT TOTALS-FOUND
004240             SET CUR-NO-TOTALS TO TRUE
004250             ADD 1 TO WS-REPORTS-NO-TOTALS
004260         ELSE
004270             SET CUR-COMPLETE TO TRUE
004280             ADD 1 TO WS-REPORTS-COMPLETE.
004290     IF CUR-COMPLETE AND WS-CUR-TESTS-FAILED > ZERO
004300         ADD 1 TO WS-REPORTS-FAILED.
004310     MOVE SPACES TO REPORT-INDEX-RECORD.
004320     MOVE WS-CUR-GENERATION TO RIX-GENERATION.
004330     MOVE WS-CUR-JOBID TO RIX-JOBID.
004340     MOVE WS-CUR-RUN-DATE TO RIX-RUN-DATE.
004350     MOVE WS-CUR-RUN-TIME TO RIX-RUN-TIME.
004360     MOVE WS-CUR-SYSTEM-ID TO RIX-SYSTEM-ID.
004370     MOVE WS-CUR-TESTS-RUN TO RIX-TESTS-RUN.
004380     MOVE WS-CUR-TESTS-PASSED TO RIX-TESTS-PASSED.
004390     MOVE WS-CUR-TESTS-FAILED TO RIX-TESTS-FAILED.
004400     MOVE WS-CUR-PAGES TO RIX-PAGES.
004410     MOVE WS-CUR-LINES TO RIX-LINES.
004420     MOVE WS-CUR-STATUS TO RIX-STATUS.
004430     MOVE WS-RUN-DATE-YYYYMMDD TO RIX-INDEXED-DATE.
004440     WRITE REPORT-INDEX-RECORD.
004450     IF WS-RPTIDX-STATUS NOT = '00'
004460         DISPLAY 'RPTINDEX: RPTIDX WRITE FAILED, STATUS='
004470             WS-RPTIDX-STATUS UPON OPCNSL
004480         MOVE 'Y' TO WS-RUN-ERROR-SW
004490         GO TO 2100-INDEX-ONE-GENERATION-EXIT.
004500     ADD 1 TO WS-REPORTS-INDEXED.
004510     MOVE WS-GEN-LABEL TO DIR-REL-GEN.
004520     PERFORM 4000-PRINT-DIRECTORY-LINE
004530         THRU 4000-PRINT-DIRECTORY-LINE-EXIT.
004540 2100-INDEX-ONE-GENERATION-EXIT.
004550     EXIT.
004560 2150-BUILD-GENERATION-TEXT.
004570     MOVE SPACES TO WS-GEN-TEXT.
004580     IF WS-GEN-NUM = ZERO
004590         MOVE '0' TO WS-GEN-TEXT
004600     ELSE
004610         IF WS-GEN-NUM < 10
004620             STRING '-' WS-GEN-NUM (3:1) DELIMITED BY SIZE
004630                 INTO WS-GEN-TEXT
004640         ELSE
004650             IF WS-GEN-NUM < 100
004660                 STRING '-' WS-GEN-NUM (2:2) DELIMITED BY SIZE
004670                     INTO WS-GEN-TEXT
004680             ELSE
004690                 STRING '-' WS-GEN-NUM DELIMITED BY SIZE
004700                     INTO WS-GEN-TEXT.
004710     MOVE SPACES TO WS-GEN-LABEL.
004720     STRING '(' DELIMITED BY SIZE
004730            WS-GEN-TEXT DELIMITED BY SPACE
004740            ')' DELIMITED BY SIZE
004750         INTO WS-GEN-LABEL.
004760 2150-BUILD-GENERATION-TEXT-EXIT.
004770     EXIT.
004780 2200-SCAN-ONE-LINE.
      ******************************************************************
      * HELLO REPEATS ITS HEADING ON EVERY PAGE; THE FIRST ONE IS     *
      * TAKEN.  THE RUN TOTALS BLOCK COMES ONCE, AT THE END.          *
      ******************************************************************
004790     READ RPTIN
004800         AT END
004810             SET RPTIN-EOF TO TRUE
004820             GO TO 2200-SCAN-ONE-LINE-EXIT.
004830     ADD 1 TO WS-CUR-LINES.
004840     IF RPT-CARRIAGE = '1'
004850         ADD 1 TO WS-CUR-PAGES.
004860     IF NOT HEADING-FOUND
004870         AND RPT-HDG-LABEL = 'JOB-ID'
004880         MOVE RPT-HDG-JOBID TO WS-CUR-JOBID
004890         MOVE RPT-HDG-DATE TO WS-CUR-RUN-DATE
004900         MOVE RPT-HDG-TIME TO WS-CUR-RUN-TIME
004910         MOVE RPT-HDG-SYSTEM TO WS-CUR-SYSTEM-ID
004920         SET HEADING-FOUND TO TRUE
004930         GO TO 2200-SCAN-ONE-LINE-EXIT.
004940     IF RPT-TOT-LABEL = 'TEST CASES RUN..........'
004950         PERFORM 2250-CONVERT-TOTAL
004960             THRU 2250-CONVERT-TOTAL-EXIT
004970         MOVE WS-TOT-NUMBER TO WS-CUR-TESTS-RUN
004980         GO TO 2200-SCAN-ONE-LINE-EXIT.
004990     IF RPT-TOT-LABEL = 'TEST CASES PASSED.......'
005000         PERFORM 2250-CONVERT-TOTAL
005010             THRU 2250-CONVERT-TOTAL-EXIT
005020         MOVE WS-TOT-NUMBER TO WS-CUR-TESTS-PASSED
005030         GO TO 2200-SCAN-ONE-LINE-EXIT.
005040     IF RPT-TOT-LABEL = 'TEST CASES FAILED.......'
005050         PERFORM 2250-CONVERT-TOTAL
005060             THRU 2250-CONVERT-TOTAL-EXIT
005070         MOVE WS-TOT-NUMBER TO WS-CUR-TESTS-FAILED
005080         SET TOTALS-FOUND TO TRUE.
005090 2200-SCAN-ONE-LINE-EXIT.
005100     EXIT.
005110 2250-CONVERT-TOTAL.
005120     MOVE RPT-TOT-VALUE TO WS-TOT-TEXT.
005130     INSPECT WS-TOT-TEXT REPLACING LEADING SPACE BY ZERO.
005140     IF WS-TOT-TEXT NOT NUMERIC
005150         MOVE ZERO TO WS-TOT-NUMBER.
005160 2250-CONVERT-TOTAL-EXIT.
005170     EXIT.
005180 2900-CALL-DYNALLOC.
      ******************************************************************
      * BPXWDYN TAKES ONE HALFWORD-LENGTH-PREFIXED REQUEST STRING AND *
      * RETURNS ITS RESULT IN THE RETURN CODE.  IT IS CALLED BY NAME  *
      * (DYNAMICALLY) SO THE LINK-EDIT DOES NOT HAVE TO FIND IT, AND  *
      * THE RETURN CODE IS CLEARED SO IT CANNOT LEAK INTO THE STEP'S. *
      * THE RTDSN BUFFER IS PASSED EVERY TIME AND USED ONLY WHEN THE  *
      * REQUEST ASKS FOR IT.                                          *
      ******************************************************************
005190     COMPUTE WS-DYN-LENGTH = WS-DYN-POINTER - 1.
005200     MOVE 44 TO WS-RTDSN-LENGTH.
005210     MOVE SPACES TO WS-RTDSN-TEXT.
005220     CALL WS-DYN-PROGRAM USING WS-DYN-REQUEST WS-DYN-RTDSN.
005230     MOVE RETURN-CODE TO WS-DYN-RC.
005240     MOVE ZERO TO RETURN-CODE.
005250 2900-CALL-DYNALLOC-EXIT.
005260     EXIT.
005270 2950-FREE-RPTIN.
005280     MOVE SPACES TO WS-DYN-TEXT.
005290     MOVE 1 TO WS-DYN-POINTER.
005300     STRING 'FREE DD(RPTIN)' DELIMITED BY SIZE
005310         INTO WS-DYN-TEXT
005320         WITH POINTER WS-DYN-POINTER.
005330     PERFORM 2900-CALL-DYNALLOC
005340         THRU 2900-CALL-DYNALLOC-EXIT.
005350 2950-FREE-RPTIN-EXIT.
005360     EXIT.
005370 3000-REPRINT-REPORTS.
005380     OPEN INPUT RPTIDX.
005390     IF WS-RPTIDX-STATUS NOT = '00'
005400         DISPLAY 'RPTINDEX: RPTIDX OPEN FAILED, STATUS='
005410             WS-RPTIDX-STATUS UPON OPCNSL
005420         MOVE 'Y' TO WS-RUN-ERROR-SW
005430         GO TO 3000-REPRINT-REPORTS-EXIT.
005440     PERFORM 3100-SELECT-ONE-ENTRY
005450         THRU 3100-SELECT-ONE-ENTRY-EXIT
005460         UNTIL RPTIDX-EOF OR RUN-ERROR.
005470     CLOSE RPTIDX.
005480     IF RUN-ERROR
005490         GO TO 3000-REPRINT-REPORTS-EXIT.
005500     IF WS-SEL-COUNT = ZERO
005510         MOVE 'NO INDEXED REPORT MATCHES THE SELECTION'
005520             TO PRINT-LINE
005530         WRITE PRINT-LINE
005540             AFTER ADVANCING 1 LINE
005550         GO TO 3000-REPRINT-REPORTS-EXIT.
      ******************************************************************
      * THE MATCHING REPORTS ARE LISTED FIRST, THEN REPRODUCED IN     *
      * THE SAME ORDER; EACH STARTS ON A NEW PAGE OF ITS OWN.         *
      ******************************************************************
005560     PERFORM 4100-PRINT-SELECTED-ENTRY
005570         THRU 4100-PRINT-SELECTED-ENTRY-EXIT
005580         VARYING WS-SEL-SUB FROM 1 BY 1
005590         UNTIL WS-SEL-SUB > WS-SEL-COUNT.
005600     PERFORM 3200-REPRINT-ONE-REPORT
005610         THRU 3200-REPRINT-ONE-REPORT-EXIT
005620         VARYING WS-SEL-SUB FROM 1 BY 1
005630         UNTIL WS-SEL-SUB > WS-SEL-COUNT OR RUN-ERROR.
005640 3000-REPRINT-REPORTS-EXIT.
005650     EXIT.
005660 3100-SELECT-ONE-ENTRY.
005670     READ RPTIDX
005680         AT END
005690             SET RPTIDX-EOF TO TRUE
005700             GO TO 3100-SELECT-ONE-ENTRY-EXIT.
005710     ADD 1 TO WS-INDEX-READ.
005720     IF RIX-RUN-DATE < WS-FROM-DATE
005730         OR RIX-RUN-DATE > WS-TO-DATE
005740         GO TO 3100-SELECT-ONE-ENTRY-EXIT.
005750     IF WS-SEL-JOBID NOT = SPACES
005760         AND RIX-JOBID NOT = WS-SEL-JOBID
005770         GO TO 3100-SELECT-ONE-ENTRY-EXIT.
005780     IF WS-SEL-SYSTEM-ID NOT = SPACES
005790         AND RIX-SYSTEM-ID NOT = WS-SEL-SYSTEM-ID
005800         GO TO 3100-SELECT-ONE-ENTRY-EXIT.
005810     IF WS-SEL-COUNT NOT < WS-SEL-MAX
005820         DISPLAY 'RPTINDEX: MORE THAN 255 REPORTS SELECTED, '
005830             'NARROW THE SELECTION' UPON OPCNSL
005840         MOVE 'Y' TO WS-RUN-ERROR-SW
005850         GO TO 3100-SELECT-ONE-ENTRY-EXIT.
005860     ADD 1 TO WS-SEL-COUNT.
005870     ADD 1 TO WS-REPORTS-SELECTED.
005880     MOVE RIX-GENERATION TO WS-SE-GENERATION (WS-SEL-COUNT).
005890     MOVE RIX-JOBID TO WS-SE-JOBID (WS-SEL-COUNT).
005900     MOVE RIX-RUN-DATE TO WS-SE-RUN-DATE (WS-SEL-COUNT).
005910     MOVE RIX-RUN-TIME TO WS-SE-RUN-TIME (WS-SEL-COUNT).
005920     MOVE RIX-SYSTEM-ID TO WS-SE-SYSTEM-ID (WS-SEL-COUNT).
005930     MOVE RIX-TESTS-RUN TO WS-SE-TESTS-RUN (WS-SEL-COUNT).
005940     MOVE RIX-TESTS-PASSED TO WS-SE-TESTS-PASSED (WS-SEL-COUNT).
005950     MOVE RIX-TESTS-FAILED TO WS-SE-TESTS-FAILED (WS-SEL-COUNT).
005960     MOVE RIX-PAGES TO WS-SE-PAGES (WS-SEL-COUNT).
005970     MOVE RIX-LINES TO WS-SE-LINES (WS-SEL-COUNT).
005980     MOVE RIX-STATUS TO WS-SE-STATUS (WS-SEL-COUNT).
005990 3100-SELECT-ONE-ENTRY-EXIT.
006000     EXIT.
006010 3200-REPRINT-ONE-REPORT.
006020     MOVE SPACES TO WS-DYN-TEXT.
006030     MOVE 1 TO WS-DYN-POINTER.
006040     STRING 'ALLOC DD(RPTIN) DSN(''' DELIMITED BY SIZE
006050            WS-REPORTS-BASE DELIMITED BY SPACE
006060            '.' DELIMITED BY SIZE
006070            WS-SE-GENERATION (WS-SEL-SUB) DELIMITED BY SIZE
006080            ''') SHR REUSE' DELIMITED BY SIZE
006090         INTO WS-DYN-TEXT
006100         WITH POINTER WS-DYN-POINTER.
006110     PERFORM 2900-CALL-DYNALLOC
006120         THRU 2900-CALL-DYNALLOC-EXIT.
006130     IF WS-DYN-RC NOT = ZERO
006140         MOVE WS-DYN-RC TO WS-DYN-RC-ED
006150         DISPLAY 'RPTINDEX: GENERATION '
006160             WS-SE-GENERATION (WS-SEL-SUB)
006170             ' NOT CATALOGUED, ALLOCATION RC=' WS-DYN-RC-ED
006180             UPON OPCNSL
006190         ADD 1 TO WS-REPORTS-NOT-FOUND
006200         GO TO 3200-REPRINT-ONE-REPORT-EXIT.
006210     MOVE 'N' TO WS-RPTIN-EOF-SW.
006220     OPEN INPUT RPTIN.
006230     IF WS-RPTIN-STATUS NOT = '00'
006240         DISPLAY 'RPTINDEX: RPTIN OPEN FAILED FOR GENERATION '
006250             WS-SE-GENERATION (WS-SEL-SUB) ', STATUS='
006260             WS-RPTIN-STATUS UPON OPCNSL
006270         MOVE 'Y' TO WS-RUN-ERROR-SW
006280         PERFORM 2950-FREE-RPTIN
006290             THRU 2950-FREE-RPTIN-EXIT
006300         GO TO 3200-REPRINT-ONE-REPORT-EXIT.
006310     PERFORM 3300-REPRINT-ONE-LINE
006320         THRU 3300-REPRINT-ONE-LINE-EXIT
006330         UNTIL RPTIN-EOF.
006340     CLOSE RPTIN.
006350     PERFORM 2950-FREE-RPTIN
006360         THRU 2950-FREE-RPTIN-EXIT.
006370     ADD 1 TO WS-REPORTS-REPRINTED.
006380 3200-REPRINT-ONE-REPORT-EXIT.
006390     EXIT.
006400 3300-REPRINT-ONE-LINE.
      ******************************************************************
      * TURN EACH ASA CONTROL CHARACTER BACK INTO THE ADVANCING THAT  *
      * PRODUCED IT: 1 = NEW PAGE, BLANK = 1 LINE, 0 = 2 LINES,       *
      * - = 3 LINES, + = OVERPRINT.  ANYTHING ELSE PRINTS SINGLE.     *
      ******************************************************************
006410     READ RPTIN
006420         AT END
006430             SET RPTIN-EOF TO TRUE
006440             GO TO 3300-REPRINT-ONE-LINE-EXIT.
006450     ADD 1 TO WS-LINES-REPRINTED.
006460     MOVE RPT-LINE TO PRINT-LINE.
006470     IF RPT-CARRIAGE = '1'
006480         WRITE PRINT-LINE
006490             AFTER ADVANCING PAGE
006500         GO TO 3300-REPRINT-ONE-LINE-EXIT.
006510     IF RPT-CARRIAGE = '0'
006520         WRITE PRINT-LINE
006530             AFTER ADVANCING 2 LINES
006540         GO TO 3300-REPRINT-ONE-LINE-EXIT.
006550     IF RPT-CARRIAGE = '-'
006560         WRITE PRINT-LINE
006570             AFTER ADVANCING 3 LINES
006580         GO TO 3300-REPRINT-ONE-LINE-EXIT.
006590     IF RPT-CARRIAGE = '+'
006600         WRITE PRINT-LINE
006610             AFTER ADVANCING 0 LINES
006620         GO TO 3300-REPRINT-ONE-LINE-EXIT.
006630     WRITE PRINT-LINE
006640         AFTER ADVANCING 1 LINE.
006650 3300-REPRINT-ONE-LINE-EXIT.
006660     EXIT.
006670 4000-PRINT-DIRECTORY-LINE.
006680     MOVE WS-CUR-GENERATION TO DIR-GENERATION.
006690     MOVE WS-CUR-JOBID TO DIR-JOBID.
006700     MOVE WS-CUR-RUN-DATE TO DIR-RUN-DATE.
006710     MOVE WS-CUR-RUN-TIME TO DIR-RUN-TIME.
006720     MOVE WS-CUR-SYSTEM-ID TO DIR-SYSTEM-ID.
006730     MOVE WS-CUR-TESTS-RUN TO DIR-TESTS-RUN.
006740     MOVE WS-CUR-TESTS-PASSED TO DIR-TESTS-PASSED.
006750     MOVE WS-CUR-TESTS-FAILED TO DIR-TESTS-FAILED.
006760     MOVE WS-CUR-PAGES TO DIR-PAGES.
006770     IF CUR-NO-HEADING
006780         MOVE 'NO HDG' TO DIR-RESULT
006790     ELSE
006800         IF CUR-NO-TOTALS
006810             MOVE 'NO TOTS' TO DIR-RESULT
006820         ELSE
006830             IF WS-CUR-TESTS-FAILED > ZERO
006840                 MOVE 'FAIL' TO DIR-RESULT
006850             ELSE
006860                 MOVE 'PASS' TO DIR-RESULT.
006870     WRITE PRINT-LINE FROM DIR-LINE
006880         AFTER ADVANCING 1 LINE.
006890 4000-PRINT-DIRECTORY-LINE-EXIT.
006900     EXIT.
006910 4100-PRINT-SELECTED-ENTRY.
006920     MOVE WS-SE-GENERATION (WS-SEL-SUB) TO WS-CUR-GENERATION.
006930     MOVE WS-SE-JOBID (WS-SEL-SUB) TO WS-CUR-JOBID.
006940     MOVE WS-SE-RUN-DATE (WS-SEL-SUB) TO WS-CUR-RUN-DATE.
006950     MOVE WS-SE-RUN-TIME (WS-SEL-SUB) TO WS-CUR-RUN-TIME.
006960     MOVE WS-SE-SYSTEM-ID (WS-SEL-SUB) TO WS-CUR-SYSTEM-ID.
006970     MOVE WS-SE-TESTS-RUN (WS-SEL-SUB) TO WS-CUR-TESTS-RUN.
006980     MOVE WS-SE-TESTS-PASSED (WS-SEL-SUB) TO WS-CUR-TESTS-PASSED.
006990     MOVE WS-SE-TESTS-FAILED (WS-SEL-SUB) TO WS-CUR-TESTS-FAILED.
007000     MOVE WS-SE-PAGES (WS-SEL-SUB) TO WS-CUR-PAGES.
007010     MOVE WS-SE-LINES (WS-SEL-SUB) TO WS-CUR-LINES.
007020     MOVE WS-SE-STATUS (WS-SEL-SUB) TO WS-CUR-STATUS.
007030     MOVE SPACES TO DIR-REL-GEN.
007040     PERFORM 4000-PRINT-DIRECTORY-LINE
007050         THRU 4000-PRINT-DIRECTORY-LINE-EXIT.
007060 4100-PRINT-SELECTED-ENTRY-EXIT.
007070     EXIT.
007080 5000-PRINT-TOTALS.
      ******************************************************************
      * AFTER A REPRINT THE TOTALS GO ON A PAGE OF THEIR OWN, SO THE  *
      * LAST REPRODUCED REPORT ENDS EXACTLY AS IT DID ORIGINALLY.     *
      ******************************************************************
007090     MOVE SPACES TO PRINT-LINE.
007100     IF REPRINT-MODE AND WS-REPORTS-REPRINTED > ZERO
007110         WRITE PRINT-LINE FROM HD1-LINE
007120             AFTER ADVANCING PAGE
007130     ELSE
007140         WRITE PRINT-LINE
007150             AFTER ADVANCING 1 LINE.
007160     MOVE 'RUN TOTALS' TO PRINT-LINE.
007170     WRITE PRINT-LINE
007180         AFTER ADVANCING 1 LINE.
007190     IF REPRINT-MODE
007200         GO TO 5000-PRINT-REPRINT-TOTALS.
007210     MOVE 'REPORTS INDEXED...............' TO TOT-LABEL.
007220     MOVE WS-REPORTS-INDEXED TO TOT-VALUE.
007230     WRITE PRINT-LINE FROM TOT-LINE
007240         AFTER ADVANCING 1 LINE.
007250     MOVE '  COMPLETE....................' TO TOT-LABEL.
007260     MOVE WS-REPORTS-COMPLETE TO TOT-VALUE.
007270     WRITE PRINT-LINE FROM TOT-LINE
007280         AFTER ADVANCING 1 LINE.
007290     MOVE '    WITH FAILED TEST CASES....' TO TOT-LABEL.
007300     MOVE WS-REPORTS-FAILED TO TOT-VALUE.
007310     WRITE PRINT-LINE FROM TOT-LINE
007320         AFTER ADVANCING 1 LINE.
007330     MOVE '  NO RUN TOTALS...............' TO TOT-LABEL.
007340     MOVE WS-REPORTS-NO-TOTALS TO TOT-VALUE.
007350     WRITE PRINT-LINE FROM TOT-LINE
007360         AFTER ADVANCING 1 LINE.
007370     MOVE '  NO PAGE HEADING.............' TO TOT-LABEL.
007380     MOVE WS-REPORTS-NO-HEADING TO TOT-VALUE.
007390     WRITE PRINT-LINE FROM TOT-LINE
007400         AFTER ADVANCING 1 LINE.
007410     GO TO 5000-PRINT-TOTALS-EXIT.
007420 5000-PRINT-REPRINT-TOTALS.
007430     MOVE 'INDEX ENTRIES READ............' TO TOT-LABEL.
007440     MOVE WS-INDEX-READ TO TOT-VALUE.
007450     WRITE PRINT-LINE FROM TOT-LINE
007460         AFTER ADVANCING 1 LINE.
007470     MOVE 'REPORTS SELECTED..............' TO TOT-LABEL.
007480     MOVE WS-REPORTS-SELECTED TO TOT-VALUE.
007490     WRITE PRINT-LINE FROM TOT-LINE
007500         AFTER ADVANCING 1 LINE.
007510     MOVE 'REPORTS REPRINTED.............' TO TOT-LABEL.
007520     MOVE WS-REPORTS-REPRINTED TO TOT-VALUE.
007530     WRITE PRINT-LINE FROM TOT-LINE
007540         AFTER ADVANCING 1 LINE.
007550     MOVE 'LINES REPRINTED...............' TO TOT-LABEL.
007560     MOVE WS-LINES-REPRINTED TO TOT-VALUE.
007570     WRITE PRINT-LINE FROM TOT-LINE
007580         AFTER ADVANCING 1 LINE.
007590     MOVE 'NO LONGER CATALOGUED..........' TO TOT-LABEL.
007600     MOVE WS-REPORTS-NOT-FOUND TO TOT-VALUE.
007610     WRITE PRINT-LINE FROM TOT-LINE
007620         AFTER ADVANCING 1 LINE.
007630 5000-PRINT-TOTALS-EXIT.
007640     EXIT.
