      ******************************************************************
      * PROGRAM:    HOLGEN                                             *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       YEARLY HOLIDAY GENERATOR FOR SYS2.OPS.CALENDAR.    *
      *             REPLACES THE DECEMBER HAND-WORKING OF NEXT YEAR'S  *
      *             HOLIDAYS.  EXPANDS THE STANDING RULES IN           *
      *             SYS2.OPS.HOLRULES (HOLRULE LAYOUT: FIXED DATE,     *
      *             NTH WEEKDAY, LAST WEEKDAY, WITH OPTIONAL WEEKEND   *
      *             OBSERVANCE SATURDAY TO FRIDAY AND SUNDAY TO        *
      *             MONDAY) FOR THE REQUESTED YEAR THROUGH DATESUB,    *
      *             AND COMPARES EACH DATE WITH THE CALENDAR (CALREC   *
      *             LAYOUT).  THE REVIEW LISTING ON SYSPRINT SHOWS     *
      *             EVERY GENERATED HOLIDAY AS ALREADY ON THE          *
      *             CALENDAR OR A PROPOSED ADDITION, THE CONFLICTS     *
      *             (TWO RULES ON ONE DATE, THE CALENDAR HOLDING A     *
      *             GENERATED DATE WITH A DAY TYPE OTHER THAN H, OR    *
      *             THE CALENDAR HOLDING THE WEEKEND DATE OF A         *
      *             HOLIDAY THE RULE OBSERVES ON ANOTHER DAY) AND THE  *
      *             CALENDAR DATES OF THE YEAR THAT NO RULE PRODUCED.  *
      *             THE ADDITIONS ARE WRITTEN AS A CALMAINT ADD DECK   *
      *             (ADDOUT DD) WITH THE RULE NAME IN THE              *
      *             DESCRIPTION.  CONTROL CARDS:                       *
      *                 YEAR YYYY     (DEFAULT NEXT YEAR)              *
      *                 CONFIRM                                        *
      *             WITH A CONFIRM CARD, AND NO CONFLICTS OR REJECTED  *
      *             RULES, THE ADDITIONS ARE ALSO APPLIED: THE         *
      *             UPDATED CALENDAR IS WRITTEN IN DATE ORDER TO       *
      *             CALNEW FOR THE JOB TO COPY BACK.  ENDS RC=0 WHEN   *
      *             THE CALENDAR IS COMPLETE FOR THE YEAR OR THE       *
      *             ADDITIONS WERE APPLIED, RC=4 WHEN ADDITIONS WAIT   *
      *             FOR CONFIRMATION OR ANYTHING NEEDS REVIEW, RC=8 ON *
      *             A BAD CONTROL CARD OR AN I/O FAILURE.              *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'HOLGEN'.
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
000210     SELECT HOLRULES ASSIGN TO HOLRULES
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-HOLRULES-STATUS.
000240     SELECT OPTIONAL CALENDAR ASSIGN TO CALENDAR
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-CALENDAR-STATUS.
000270     SELECT ADDOUT ASSIGN TO ADDOUT
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-ADDOUT-STATUS.
000300     SELECT CALNEW ASSIGN TO CALNEW
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-CALNEW-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CARDIN
000360     LABEL RECORDS ARE OMITTED
000370     RECORD CONTAINS 80 CHARACTERS.
000380 01  HGN-CONTROL-CARD.
000390     05  HGN-CTL-VERB               PIC X(07).
000400     05  FILLER                     PIC X(73).
000410 01  HGN-YEAR-CARD.
000420     05  HGN-YEAR-VERB              PIC X(04).
000430     05  FILLER                     PIC X(01).
000440     05  HGN-YEAR-VALUE             PIC X(04).
000450     05  FILLER                     PIC X(71).
000460 FD  SYSPRINT
000470     LABEL RECORDS ARE OMITTED
000480     RECORD CONTAINS 80 CHARACTERS.
000490 01  PRINT-LINE                     PIC X(80).
000500 FD  HOLRULES
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 80 CHARACTERS.
000530 COPY HOLRULE.
000540 FD  CALENDAR
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 80 CHARACTERS.
000570 COPY CALREC.
000580 FD  ADDOUT
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  ADD-CARD.
000620     05  ADC-VERB                   PIC X(06).
000630     05  FILLER                     PIC X(01).
000640     05  ADC-DATE                   PIC X(08).
000650     05  FILLER                     PIC X(01).
000660     05  ADC-DESC                   PIC X(30).
000670     05  FILLER                     PIC X(34).
000680 FD  CALNEW
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  CALNEW-RECORD                  PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000740 77  WS-HOLRULES-STATUS         PIC X(02) VALUE SPACES.
000750 77  WS-CALENDAR-STATUS         PIC X(02) VALUE SPACES.
000760 77  WS-ADDOUT-STATUS           PIC X(02) VALUE SPACES.
000770 77  WS-CALNEW-STATUS           PIC X(02) VALUE SPACES.
000780 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000790     88  CARDIN-EOF                       VALUE 'Y'.
000800 77  WS-HOLRULES-EOF-SW         PIC X(01) VALUE 'N'.
000810     88  HOLRULES-EOF                     VALUE 'Y'.
000820 77  WS-CALENDAR-EOF-SW         PIC X(01) VALUE 'N'.
000830     88  CALENDAR-EOF                     VALUE 'Y'.
000840 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000850     88  RUN-ERROR                        VALUE 'Y'.
000860 77  WS-CONFIRM-SW              PIC X(01) VALUE 'N'.
000870     88  CONFIRMED                        VALUE 'Y'.
000880 77  WS-RULE-OK-SW              PIC X(01) VALUE 'N'.
000890     88  RULE-OK                          VALUE 'Y'.
000900 77  WS-DATE-FOUND-SW           PIC X(01) VALUE 'N'.
000910     88  DATE-FOUND                       VALUE 'Y'.
000920 77  WS-APPLIED-SW              PIC X(01) VALUE 'N'.
000930     88  ADDITIONS-APPLIED                VALUE 'Y'.
000940 77  WS-CAL-SUB                 PIC S9(04) COMP VALUE ZERO.
000950 77  WS-FOUND-SUB               PIC S9(04) COMP VALUE ZERO.
000960 77  WS-INSERT-SUB              PIC S9(04) COMP VALUE ZERO.
000970 77  WS-SHIFT-SUB               PIC S9(04) COMP VALUE ZERO.
000980 77  WS-CAL-COUNT               PIC S9(04) COMP VALUE ZERO.
000990 77  WS-CAL-MAX                 PIC S9(04) COMP VALUE 300.
001000 77  WS-GEN-SUB                 PIC S9(04) COMP VALUE ZERO.
001010 77  WS-GEN-FOUND-SUB           PIC S9(04) COMP VALUE ZERO.
001020 77  WS-GEN-COUNT               PIC S9(04) COMP VALUE ZERO.
001030 77  WS-GEN-MAX                 PIC S9(04) COMP VALUE 100.
001040 77  WS-DAY-SUB                 PIC S9(04) COMP VALUE ZERO.
001050 77  WS-YEAR-STEP               PIC S9(04) COMP VALUE ZERO.
001060 77  WS-RULE-DOW                PIC S9(04) COMP VALUE ZERO.
001070 77  WS-RULE-NTH                PIC S9(04) COMP VALUE ZERO.
001080 77  WS-DAY-OFFSET              PIC S9(04) COMP VALUE ZERO.
001090 77  WS-CARDS-READ              PIC S9(04) COMP VALUE ZERO.
001100 77  WS-RULES-READ              PIC S9(04) COMP VALUE ZERO.
001110 77  WS-RULES-REJECTED          PIC S9(04) COMP VALUE ZERO.
001120 77  WS-RULES-IDLE              PIC S9(04) COMP VALUE ZERO.
001130 77  WS-MATCHED                 PIC S9(04) COMP VALUE ZERO.
001140 77  WS-ADDITIONS               PIC S9(04) COMP VALUE ZERO.
001150 77  WS-CONFLICTS               PIC S9(04) COMP VALUE ZERO.
001160 77  WS-CAL-ONLY                PIC S9(04) COMP VALUE ZERO.
001170 77  WS-CARDS-WRITTEN           PIC S9(04) COMP VALUE ZERO.
001180 77  WS-ADDS-APPLIED            PIC S9(04) COMP VALUE ZERO.
001190 77  WS-RECORDS-WRITTEN         PIC S9(04) COMP VALUE ZERO.
001200 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
001210 77  WS-TODAY-DATE              PIC X(08) VALUE SPACES.
001220 77  WS-ACTUAL-DATE             PIC X(08) VALUE SPACES.
001230 77  WS-OBSERVED-DATE           PIC X(08) VALUE SPACES.
001240 01  WS-GEN-YEAR-FIELDS.
001250     05  WS-GEN-YEAR            PIC 9(04) VALUE ZERO.
001260     05  WS-GEN-YEAR-X REDEFINES WS-GEN-YEAR
001270                                PIC X(04).
001280 01  WS-EXP-YEAR-FIELDS.
001290     05  WS-EXP-YEAR            PIC 9(04) VALUE ZERO.
001300     05  WS-EXP-YEAR-X REDEFINES WS-EXP-YEAR
001310                                PIC X(04).
001320 01  WS-WORK-DATE-NUM.
001330     05  WS-WORK-YYYY           PIC 9(04).
001340     05  WS-WORK-MM             PIC 9(02).
001350     05  WS-WORK-DD             PIC 9(02).
001360 01  WS-DESC-BUILD.
001370     05  WS-DB-NAME             PIC X(20).
001380     05  FILLER                 PIC X(01) VALUE SPACES.
001390     05  WS-DB-NOTE             PIC X(09).
001400 01  WS-DAY-NAME-TABLE.
001410     05  FILLER                 PIC X(21)
001420         VALUE 'SATSUNMONTUEWEDTHUFRI'.
001430 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
001440     05  WS-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
001450 01  WS-CAL-TABLE.
001460     05  WS-CAL-ENTRY OCCURS 300 TIMES.
001470         10  WS-CE-DATE         PIC X(08).
001480         10  WS-CE-TYPE         PIC X(01).
001490         10  WS-CE-DESC         PIC X(30).
001500         10  WS-CE-RULED        PIC X(01).
001510 01  WS-GEN-TABLE.
001520     05  WS-GEN-ENTRY OCCURS 100 TIMES.
001530         10  WS-GE-DATE         PIC X(08).
001540         10  WS-GE-ACTUAL       PIC X(08).
001550         10  WS-GE-NAME         PIC X(20).
001560         10  WS-GE-DESC         PIC X(30).
001570         10  WS-GE-ACTION       PIC X(01).
001580             88  GE-ADD                       VALUE 'A'.
001590             88  GE-ON-CALENDAR               VALUE 'C'.
001600 COPY DATEPARM.
001610 01  HD1-LINE.
001620     05  FILLER                 PIC X(10) VALUE 'HOLGEN'.
001630     05  FILLER                 PIC X(23)
001640         VALUE 'HOLIDAY GENERATION FOR '.
001650     05  HD1-YEAR               PIC X(04).
001660     05  FILLER                 PIC X(13) VALUE SPACES.
001670     05  FILLER                 PIC X(07) VALUE 'RUN ON '.
001680     05  HD1-DATE               PIC X(08).
001690     05  FILLER                 PIC X(15) VALUE SPACES.
001700 01  ECH-LINE.
001710     05  ECH-LABEL              PIC X(06).
001720     05  ECH-CARD               PIC X(46).
001730     05  FILLER                 PIC X(28) VALUE SPACES.
001740 01  MSG-LINE.
001750     05  FILLER                 PIC X(06) VALUE SPACES.
001760     05  MSG-TEXT               PIC X(74).
001770 01  GEN-LINE.
001780     05  FILLER                 PIC X(04) VALUE SPACES.
001790     05  GEN-DATE               PIC X(08).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  GEN-DAY-NAME           PIC X(03).
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  GEN-DESC               PIC X(30).
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  GEN-ACTION             PIC X(17).
001860     05  FILLER                 PIC X(12) VALUE SPACES.
001870 01  TOT-LINE.
001880     05  TOT-LABEL              PIC X(30).
001890     05  TOT-VALUE              PIC ZZZZZZ9.
001900     05  FILLER                 PIC X(43) VALUE SPACES.
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001940     MOVE WS-RUN-DATE-YYYYMMDD TO WS-TODAY-DATE.
001950     PERFORM 1000-INITIALIZE
001960         THRU 1000-INITIALIZE-EXIT.
001970     IF RUN-ERROR
001980         GO TO 0000-WRAPUP.
001990     PERFORM 2000-EXPAND-RULES
002000         THRU 2000-EXPAND-RULES-EXIT.
002010     IF RUN-ERROR
002020         GO TO 0000-WRAPUP.
002030     PERFORM 3000-COMPARE-CALENDAR
002040         THRU 3000-COMPARE-CALENDAR-EXIT.
002050     PERFORM 4000-WRITE-ADD-DECK
002060         THRU 4000-WRITE-ADD-DECK-EXIT.
002070     IF RUN-ERROR
002080         GO TO 0000-WRAPUP.
002090     PERFORM 5000-WRITE-NEW-CALENDAR
002100         THRU 5000-WRITE-NEW-CALENDAR-EXIT.
002110     PERFORM 6000-PRINT-TOTALS
002120         THRU 6000-PRINT-TOTALS-EXIT.
002130 0000-WRAPUP.
002140     CLOSE SYSPRINT.
002150     IF RUN-ERROR
002160         DISPLAY 'HOLGEN: RUN FAILED, CALENDAR NOT CHANGED'
002170             UPON OPCNSL
002180         MOVE 8 TO RETURN-CODE
002190     ELSE
002200         IF WS-CONFLICTS > ZERO
002210             OR WS-RULES-REJECTED > ZERO
002220             OR (WS-ADDITIONS > ZERO
002230                 AND NOT ADDITIONS-APPLIED)
002240             MOVE 4 TO RETURN-CODE.
002250     STOP RUN.
002260 1000-INITIALIZE.
002270     OPEN OUTPUT SYSPRINT.
002280     IF WS-SYSPRINT-STATUS NOT = '00'
002290         DISPLAY 'HOLGEN: SYSPRINT OPEN FAILED, STATUS='
002300             WS-SYSPRINT-STATUS UPON OPCNSL
002310         MOVE 'Y' TO WS-RUN-ERROR-SW
002320         GO TO 1000-INITIALIZE-EXIT.
002330     MOVE WS-RUN-DATE-YYYYMMDD (1:4) TO WS-GEN-YEAR.
002340     ADD 1 TO WS-GEN-YEAR.
002350     PERFORM 1100-READ-CONTROL-CARDS
002360         THRU 1100-READ-CONTROL-CARDS-EXIT.
002370     MOVE WS-GEN-YEAR-X TO HD1-YEAR.
002380     MOVE WS-TODAY-DATE TO HD1-DATE.
002390     WRITE PRINT-LINE FROM HD1-LINE.
002400     MOVE SPACES TO PRINT-LINE.
002410     WRITE PRINT-LINE.
002420     IF RUN-ERROR
002430         GO TO 1000-INITIALIZE-EXIT.
002440     PERFORM 1300-LOAD-CALENDAR
002450         THRU 1300-LOAD-CALENDAR-EXIT.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.
002480 1100-READ-CONTROL-CARDS.
      ******************************************************************
      * A YEAR CARD (YEAR IN COLUMNS 6-9) PICKS THE YEAR TO GENERATE, *
      * DEFAULT NEXT YEAR.  A CONFIRM CARD ASKS FOR THE ADDITIONS TO  *
      * BE APPLIED AS WELL AS PUNCHED.  ANY OTHER CARD STOPS THE RUN  *
      * BEFORE ANYTHING IS WRITTEN, SINCE IT DECIDES WHAT IS APPLIED. *
      ******************************************************************
002490     OPEN INPUT CARDIN.
002500     PERFORM 1150-READ-ONE-CARD
002510         THRU 1150-READ-ONE-CARD-EXIT
002520         UNTIL CARDIN-EOF.
002530     CLOSE CARDIN.
002540 1100-READ-CONTROL-CARDS-EXIT.
002550     EXIT.
002560 1150-READ-ONE-CARD.
002570     READ CARDIN
002580         AT END
002590             SET CARDIN-EOF TO TRUE
002600             GO TO 1150-READ-ONE-CARD-EXIT.
002610     IF HGN-CONTROL-CARD = SPACES
002620         GO TO 1150-READ-ONE-CARD-EXIT.
002630     ADD 1 TO WS-CARDS-READ.
002640     IF HGN-CTL-VERB = 'CONFIRM'
002650         SET CONFIRMED TO TRUE
002660         GO TO 1150-READ-ONE-CARD-EXIT.
002670     IF HGN-YEAR-VERB = 'YEAR'
002680         GO TO 1170-EDIT-YEAR.
002690     DISPLAY 'HOLGEN: UNKNOWN CONTROL CARD: ' HGN-CTL-VERB
002700         UPON OPCNSL.
002710     MOVE 'Y' TO WS-RUN-ERROR-SW.
002720     GO TO 1150-READ-ONE-CARD-EXIT.
002730 1170-EDIT-YEAR.
002740     SET DSP-FUNC-VALIDATE TO TRUE.
002750     MOVE SPACES TO DSP-DATE-YYYYMMDD.
002760     STRING HGN-YEAR-VALUE '0101' DELIMITED BY SIZE
002770         INTO DSP-DATE-YYYYMMDD.
002780     CALL 'DATESUB' USING DATE-SERVICE-PARM.
002790     IF NOT DSP-GOOD-DATE
002800         DISPLAY 'HOLGEN: INVALID YEAR ON YEAR CARD: '
002810             HGN-YEAR-VALUE UPON OPCNSL
002820         MOVE 'Y' TO WS-RUN-ERROR-SW
002830         GO TO 1150-READ-ONE-CARD-EXIT.
002840     MOVE HGN-YEAR-VALUE TO WS-GEN-YEAR-X.
002850 1150-READ-ONE-CARD-EXIT.
002860     EXIT.
002870 1300-LOAD-CALENDAR.
002880     OPEN INPUT CALENDAR.
002890     IF WS-CALENDAR-STATUS NOT = '00' AND
002900        WS-CALENDAR-STATUS NOT = '05'
002910         DISPLAY 'HOLGEN: CALENDAR OPEN FAILED, STATUS='
002920             WS-CALENDAR-STATUS UPON OPCNSL
002930         MOVE 'Y' TO WS-RUN-ERROR-SW
002940         GO TO 1300-LOAD-CALENDAR-EXIT.
002950     PERFORM 1350-LOAD-ONE-RECORD
002960         THRU 1350-LOAD-ONE-RECORD-EXIT
002970         UNTIL CALENDAR-EOF OR RUN-ERROR.
002980     CLOSE CALENDAR.
002990 1300-LOAD-CALENDAR-EXIT.
003000     EXIT.
003010 1350-LOAD-ONE-RECORD.
      ******************************************************************
      * THE CALENDAR IS HELD AS IT STANDS, IN DATE ORDER.  CLEANING   *
      * UP BAD OR DUPLICATE RECORDS IS LEFT TO CALMAINT.              *
      ******************************************************************
003020     READ CALENDAR
003030         AT END
003040             SET CALENDAR-EOF TO TRUE
003050             GO TO 1350-LOAD-ONE-RECORD-EXIT.
003060     IF CAL-DATE = SPACES
003070         GO TO 1350-LOAD-ONE-RECORD-EXIT.
003080     IF WS-CAL-COUNT NOT < WS-CAL-MAX
003090         DISPLAY 'HOLGEN: MORE THAN 300 CALENDAR RECORDS, '
003100             'RUN STOPPED' UPON OPCNSL
003110         MOVE 'Y' TO WS-RUN-ERROR-SW
003120         GO TO 1350-LOAD-ONE-RECORD-EXIT.
003130     PERFORM 8100-INSERT-SORTED
003140         THRU 8100-INSERT-SORTED-EXIT.
003150     MOVE CAL-DATE TO WS-CE-DATE (WS-INSERT-SUB).
003160     MOVE CAL-DAY-TYPE TO WS-CE-TYPE (WS-INSERT-SUB).
003170     MOVE CAL-DESC TO WS-CE-DESC (WS-INSERT-SUB).
003180     MOVE 'N' TO WS-CE-RULED (WS-INSERT-SUB).
003190 1350-LOAD-ONE-RECORD-EXIT.
003200     EXIT.
003210 2000-EXPAND-RULES.
003220     OPEN INPUT HOLRULES.
003230     IF WS-HOLRULES-STATUS NOT = '00'
003240         DISPLAY 'HOLGEN: HOLRULES OPEN FAILED, STATUS='
003250             WS-HOLRULES-STATUS UPON OPCNSL
003260         MOVE 'Y' TO WS-RUN-ERROR-SW
003270         GO TO 2000-EXPAND-RULES-EXIT.
003280     MOVE 'STANDING HOLIDAY RULES' TO PRINT-LINE.
003290     WRITE PRINT-LINE.
003300     MOVE SPACES TO PRINT-LINE.
003310     WRITE PRINT-LINE.
003320     PERFORM 2100-EXPAND-ONE-RULE
003330         THRU 2100-EXPAND-ONE-RULE-EXIT
003340         UNTIL HOLRULES-EOF OR RUN-ERROR.
003350     CLOSE HOLRULES.
003360     IF WS-RULES-READ = ZERO
003370         MOVE '    NONE - THE RULE DATASET IS EMPTY' TO PRINT-LINE
003380         WRITE PRINT-LINE.
003390 2000-EXPAND-RULES-EXIT.
003400     EXIT.
003410 2100-EXPAND-ONE-RULE.
      ******************************************************************
      * EACH RULE IS EXPANDED FOR THE YEAR BEFORE, THE YEAR ITSELF    *
      * AND THE YEAR AFTER, AND ONLY OBSERVED DATES FALLING IN THE    *
      * REQUESTED YEAR ARE KEPT - SO A NEW YEAR'S DAY THAT FALLS ON A *
      * SATURDAY IS GENERATED AS 31 DECEMBER OF THE YEAR BEFORE.      *
      ******************************************************************
003420     READ HOLRULES
003430         AT END
003440             SET HOLRULES-EOF TO TRUE
003450             GO TO 2100-EXPAND-ONE-RULE-EXIT.
003460     IF HOLIDAY-RULE-RECORD = SPACES
003470         OR HOLIDAY-RULE-RECORD (1:1) = '*'
003480         GO TO 2100-EXPAND-ONE-RULE-EXIT.
003490     ADD 1 TO WS-RULES-READ.
003500     MOVE 'RULE: ' TO ECH-LABEL.
003510     MOVE HOLIDAY-RULE-RECORD TO ECH-CARD.
003520     WRITE PRINT-LINE FROM ECH-LINE.
003530     PERFORM 2200-EDIT-RULE
003540         THRU 2200-EDIT-RULE-EXIT.
003550     IF NOT RULE-OK
003560         ADD 1 TO WS-RULES-REJECTED
003570         WRITE PRINT-LINE FROM MSG-LINE
003580         GO TO 2100-EXPAND-ONE-RULE-EXIT.
003590     MOVE 'N' TO WS-DATE-FOUND-SW.
003600     PERFORM 2300-EXPAND-RULE-YEAR
003610         THRU 2300-EXPAND-RULE-YEAR-EXIT
003620         VARYING WS-YEAR-STEP FROM -1 BY 1
003630         UNTIL WS-YEAR-STEP > 1 OR RUN-ERROR.
003640     IF NOT DATE-FOUND AND NOT RUN-ERROR
003650         ADD 1 TO WS-RULES-IDLE
003660         MOVE SPACES TO MSG-TEXT
003670         STRING 'NO DATE IN ' WS-GEN-YEAR-X
003680             ' - RULE NOT IN EFFECT OR NO SUCH DAY THAT YEAR'
003690             DELIMITED BY SIZE INTO MSG-TEXT
003700         WRITE PRINT-LINE FROM MSG-LINE.
003710 2100-EXPAND-ONE-RULE-EXIT.
003720     EXIT.
003730 2200-EDIT-RULE.
      ******************************************************************
      * EDIT ONE RULE CARD.  RULE-OK IS SET ONLY WHEN EVERY FIELD     *
      * PASSES; OTHERWISE MSG-TEXT SAYS WHY IT WAS REJECTED.  A       *
      * WEEKDAY RULE'S DAY NAME IS FOUND IN THE DAY TABLE, WHOSE SLOT *
      * IS ONE MORE THAN THE ZELLER CODE KEPT IN WS-RULE-DOW.         *
      ******************************************************************
003740     MOVE 'N' TO WS-RULE-OK-SW.
003750     MOVE SPACES TO MSG-TEXT.
003760     IF HRL-NAME = SPACES
003770         MOVE 'REJECTED - NO RULE NAME' TO MSG-TEXT
003780         GO TO 2200-EDIT-RULE-EXIT.
003790     IF NOT HRL-FIXED AND NOT HRL-NTH-WEEKDAY
003800         AND NOT HRL-LAST-WEEKDAY
003810         MOVE 'REJECTED - TYPE MUST BE F, N OR L' TO MSG-TEXT
003820         GO TO 2200-EDIT-RULE-EXIT.
003830     IF HRL-MONTH NOT NUMERIC
003840         MOVE 'REJECTED - MONTH NOT 01-12' TO MSG-TEXT
003850         GO TO 2200-EDIT-RULE-EXIT.
003860     IF HRL-MONTH < '01' OR HRL-MONTH > '12'
003870         MOVE 'REJECTED - MONTH NOT 01-12' TO MSG-TEXT
003880         GO TO 2200-EDIT-RULE-EXIT.
003890     IF NOT HRL-SHIFT-WEEKEND AND NOT HRL-NO-SHIFT
003900         MOVE 'REJECTED - OBSERVE MUST BE Y OR N' TO MSG-TEXT
003910         GO TO 2200-EDIT-RULE-EXIT.
003920     IF (HRL-FROM-YEAR NOT = SPACES
003930             AND HRL-FROM-YEAR NOT NUMERIC)
003940         OR (HRL-TO-YEAR NOT = SPACES
003950             AND HRL-TO-YEAR NOT NUMERIC)
003960         MOVE 'REJECTED - FROM/TO YEAR NOT NUMERIC' TO MSG-TEXT
003970         GO TO 2200-EDIT-RULE-EXIT.
003980     IF HRL-FIXED
003990         GO TO 2250-EDIT-FIXED.
004000     IF HRL-NTH-WEEKDAY
004010         IF HRL-NTH NOT NUMERIC
004020             OR HRL-NTH < '1' OR HRL-NTH > '5'
004030             MOVE 'REJECTED - NTH MUST BE 1-5' TO MSG-TEXT
004040             GO TO 2200-EDIT-RULE-EXIT
004050         ELSE
004060             MOVE HRL-NTH TO WS-RULE-NTH.
004070     MOVE ZERO TO WS-RULE-DOW.
004080     PERFORM 2270-MATCH-WEEKDAY
004090         THRU 2270-MATCH-WEEKDAY-EXIT
004100         VARYING WS-DAY-SUB FROM 1 BY 1
004110         UNTIL WS-DAY-SUB > 7 OR WS-RULE-DOW > ZERO.
004120     IF WS-RULE-DOW = ZERO
004130         MOVE 'REJECTED - WEEKDAY NOT SAT SUN MON TUE WED THU FRI'
004140             TO MSG-TEXT
004150         GO TO 2200-EDIT-RULE-EXIT.
004160     SUBTRACT 1 FROM WS-RULE-DOW.
004170     SET RULE-OK TO TRUE.
004180     GO TO 2200-EDIT-RULE-EXIT.
004190 2250-EDIT-FIXED.
      ******************************************************************
      * A FIXED-DATE RULE'S DAY IS VALIDATED AGAINST LEAP YEAR 2000:  *
      * A DAY THAT IS NOT VALID EVEN IN A LEAP YEAR CAN NEVER OCCUR,  *
      * WHILE 29 FEBRUARY IS ALLOWED AND SKIPPED IN OTHER YEARS.      *
      ******************************************************************
004200     IF HRL-DAY NOT NUMERIC
004210         MOVE 'REJECTED - DAY OF MONTH NOT NUMERIC' TO MSG-TEXT
004220         GO TO 2200-EDIT-RULE-EXIT.
004230     SET DSP-FUNC-VALIDATE TO TRUE.
004240     MOVE SPACES TO DSP-DATE-YYYYMMDD.
004250     STRING '2000' HRL-MONTH HRL-DAY DELIMITED BY SIZE
004260         INTO DSP-DATE-YYYYMMDD.
004270     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004280     IF NOT DSP-GOOD-DATE
004290         MOVE 'REJECTED - NO SUCH DAY IN THAT MONTH' TO MSG-TEXT
004300         GO TO 2200-EDIT-RULE-EXIT.
004310     SET RULE-OK TO TRUE.
004320 2200-EDIT-RULE-EXIT.
004330     EXIT.
004340 2270-MATCH-WEEKDAY.
004350     IF WS-DAY-NAME (WS-DAY-SUB) = HRL-WEEKDAY
004360         MOVE WS-DAY-SUB TO WS-RULE-DOW.
004370 2270-MATCH-WEEKDAY-EXIT.
004380     EXIT.
004390 2300-EXPAND-RULE-YEAR.
004400     COMPUTE WS-EXP-YEAR = WS-GEN-YEAR + WS-YEAR-STEP.
004410     IF HRL-FROM-YEAR NOT = SPACES
004420         AND WS-EXP-YEAR-X < HRL-FROM-YEAR
004430         GO TO 2300-EXPAND-RULE-YEAR-EXIT.
004440     IF HRL-TO-YEAR NOT = SPACES
004450         AND WS-EXP-YEAR-X > HRL-TO-YEAR
004460         GO TO 2300-EXPAND-RULE-YEAR-EXIT.
004470     MOVE SPACES TO WS-ACTUAL-DATE.
004480     IF HRL-FIXED
004490         PERFORM 2400-FIXED-DATE
004500             THRU 2400-FIXED-DATE-EXIT.
004510     IF HRL-NTH-WEEKDAY
004520         PERFORM 2500-NTH-WEEKDAY
004530             THRU 2500-NTH-WEEKDAY-EXIT.
004540     IF HRL-LAST-WEEKDAY
004550         PERFORM 2600-LAST-WEEKDAY
004560             THRU 2600-LAST-WEEKDAY-EXIT.
004570     IF WS-ACTUAL-DATE = SPACES
004580         GO TO 2300-EXPAND-RULE-YEAR-EXIT.
004590     MOVE WS-ACTUAL-DATE TO WS-OBSERVED-DATE.
004600     IF HRL-SHIFT-WEEKEND
004610         PERFORM 2700-OBSERVE-WEEKEND
004620             THRU 2700-OBSERVE-WEEKEND-EXIT.
004630     IF WS-OBSERVED-DATE (1:4) NOT = WS-GEN-YEAR-X
004640         GO TO 2300-EXPAND-RULE-YEAR-EXIT.
004650     SET DATE-FOUND TO TRUE.
004660     PERFORM 2800-ADD-GENERATED
004670         THRU 2800-ADD-GENERATED-EXIT.
004680 2300-EXPAND-RULE-YEAR-EXIT.
004690     EXIT.
004700 2400-FIXED-DATE.
      ******************************************************************
      * BUILD THE RULE'S MONTH AND DAY IN THE YEAR BEING EXPANDED.    *
      * 29 FEBRUARY SIMPLY HAS NO DATE IN A NON-LEAP YEAR.            *
      ******************************************************************
004710     SET DSP-FUNC-VALIDATE TO TRUE.
004720     MOVE SPACES TO DSP-DATE-YYYYMMDD.
004730     STRING WS-EXP-YEAR-X HRL-MONTH HRL-DAY DELIMITED BY SIZE
004740         INTO DSP-DATE-YYYYMMDD.
004750     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004760     IF DSP-GOOD-DATE
004770         MOVE DSP-DATE-YYYYMMDD TO WS-ACTUAL-DATE.
004780 2400-FIXED-DATE-EXIT.
004790     EXIT.
004800 2500-NTH-WEEKDAY.
      ******************************************************************
      * FROM THE FIRST OF THE MONTH, STEP FORWARD TO THE FIRST RULE   *
      * WEEKDAY AND THEN WHOLE WEEKS.  A FIFTH WEEKDAY THAT RUNS INTO *
      * THE NEXT MONTH MEANS THE MONTH HAS NONE THAT YEAR.            *
      ******************************************************************
004810     MOVE SPACES TO DSP-DATE-YYYYMMDD.
004820     STRING WS-EXP-YEAR-X HRL-MONTH '01' DELIMITED BY SIZE
004830         INTO DSP-DATE-YYYYMMDD.
004840     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
004850     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004860     IF NOT DSP-GOOD-DATE
004870         GO TO 2500-NTH-WEEKDAY-EXIT.
004880     COMPUTE WS-DAY-OFFSET = WS-RULE-DOW - DSP-DAY-OF-WEEK.
004890     IF WS-DAY-OFFSET < ZERO
004900         ADD 7 TO WS-DAY-OFFSET.
004910     COMPUTE WS-DAY-OFFSET =
004920         WS-DAY-OFFSET + (7 * (WS-RULE-NTH - 1)).
004930     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004940     MOVE WS-DAY-OFFSET TO DSP-DAY-OFFSET.
004950     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004960     IF NOT DSP-GOOD-DATE
004970         GO TO 2500-NTH-WEEKDAY-EXIT.
004980     IF DSP-RESULT-YYYYMMDD (5:2) NOT = HRL-MONTH
004990         GO TO 2500-NTH-WEEKDAY-EXIT.
005000     MOVE DSP-RESULT-YYYYMMDD TO WS-ACTUAL-DATE.
005010 2500-NTH-WEEKDAY-EXIT.
005020     EXIT.
005030 2600-LAST-WEEKDAY.
      ******************************************************************
      * FROM THE FIRST OF THE NEXT MONTH, STEP BACK ONE DAY TO THE    *
      * MONTH END, THEN BACK TO THE RULE WEEKDAY.                     *
      ******************************************************************
005040     MOVE WS-EXP-YEAR TO WS-WORK-YYYY.
005050     MOVE HRL-MONTH TO WS-WORK-MM.
005060     MOVE 01 TO WS-WORK-DD.
005070     IF WS-WORK-MM = 12
005080         MOVE 01 TO WS-WORK-MM
005090         ADD 1 TO WS-WORK-YYYY
005100     ELSE
005110         ADD 1 TO WS-WORK-MM.
005120     SET DSP-FUNC-DAY-OFFSET TO TRUE.
005130     MOVE WS-WORK-DATE-NUM TO DSP-DATE-YYYYMMDD.
005140     MOVE -1 TO DSP-DAY-OFFSET.
005150     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005160     IF NOT DSP-GOOD-DATE
005170         GO TO 2600-LAST-WEEKDAY-EXIT.
005180     MOVE DSP-RESULT-YYYYMMDD TO DSP-DATE-YYYYMMDD.
005190     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
005200     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005210     IF NOT DSP-GOOD-DATE
005220         GO TO 2600-LAST-WEEKDAY-EXIT.
005230     COMPUTE WS-DAY-OFFSET = DSP-DAY-OF-WEEK - WS-RULE-DOW.
005240     IF WS-DAY-OFFSET < ZERO
005250         ADD 7 TO WS-DAY-OFFSET.
005260     SET DSP-FUNC-DAY-OFFSET TO TRUE.
005270     COMPUTE DSP-DAY-OFFSET = ZERO - WS-DAY-OFFSET.
005280     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005290     IF NOT DSP-GOOD-DATE
005300         GO TO 2600-LAST-WEEKDAY-EXIT.
005310     MOVE DSP-RESULT-YYYYMMDD TO WS-ACTUAL-DATE.
005320 2600-LAST-WEEKDAY-EXIT.
005330     EXIT.
005340 2700-OBSERVE-WEEKEND.
      ******************************************************************
      * A HOLIDAY ON A SATURDAY (DAY 0) IS OBSERVED THE FRIDAY        *
      * BEFORE, ONE ON A SUNDAY (DAY 1) THE MONDAY AFTER.             *
      ******************************************************************
005350     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
005360     MOVE WS-ACTUAL-DATE TO DSP-DATE-YYYYMMDD.
005370     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005380     IF DSP-DAY-OF-WEEK > 1
005390         GO TO 2700-OBSERVE-WEEKEND-EXIT.
005400     IF DSP-DAY-OF-WEEK = 0
005410         MOVE -1 TO DSP-DAY-OFFSET
005420     ELSE
005430         MOVE 1 TO DSP-DAY-OFFSET.
005440     SET DSP-FUNC-DAY-OFFSET TO TRUE.
005450     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005460     MOVE DSP-RESULT-YYYYMMDD TO WS-OBSERVED-DATE.
005470 2700-OBSERVE-WEEKEND-EXIT.
005480     EXIT.
005490 2800-ADD-GENERATED.
      ******************************************************************
      * FILE THE GENERATED DATE IN DATE ORDER.  A DATE ANOTHER RULE   *
      * HAS ALREADY PRODUCED IS A CONFLICT: THE FIRST RULE KEEPS IT.  *
      ******************************************************************
005500     MOVE HRL-NAME TO WS-DB-NAME.
005510     MOVE SPACES TO WS-DB-NOTE.
005520     IF WS-OBSERVED-DATE NOT = WS-ACTUAL-DATE
005530         MOVE 'OBSERVED' TO WS-DB-NOTE.
005540     MOVE ZERO TO WS-GEN-FOUND-SUB.
005550     PERFORM 2850-MATCH-GENERATED
005560         THRU 2850-MATCH-GENERATED-EXIT
005570         VARYING WS-GEN-SUB FROM 1 BY 1
005580         UNTIL WS-GEN-SUB > WS-GEN-COUNT
005590             OR WS-GEN-FOUND-SUB > ZERO.
005600     IF WS-GEN-FOUND-SUB > ZERO
005610         ADD 1 TO WS-CONFLICTS
005620         MOVE SPACES TO MSG-TEXT
005630         STRING 'CONFLICT - ' WS-OBSERVED-DATE
005640             ' IS ALREADY GENERATED BY '
005650             WS-GE-NAME (WS-GEN-FOUND-SUB)
005660             DELIMITED BY SIZE INTO MSG-TEXT
005670         WRITE PRINT-LINE FROM MSG-LINE
005680         GO TO 2800-ADD-GENERATED-EXIT.
005690     IF WS-GEN-COUNT NOT < WS-GEN-MAX
005700         DISPLAY 'HOLGEN: MORE THAN 100 HOLIDAYS GENERATED, '
005710             'RUN STOPPED' UPON OPCNSL
005720         MOVE 'Y' TO WS-RUN-ERROR-SW
005730         GO TO 2800-ADD-GENERATED-EXIT.
005740     MOVE ZERO TO WS-INSERT-SUB.
005750     PERFORM 2870-FIND-GEN-SLOT
005760         THRU 2870-FIND-GEN-SLOT-EXIT
005770         VARYING WS-GEN-SUB FROM 1 BY 1
005780         UNTIL WS-GEN-SUB > WS-GEN-COUNT
005790             OR WS-INSERT-SUB > ZERO.
005800     ADD 1 TO WS-GEN-COUNT.
005810     IF WS-INSERT-SUB = ZERO
005820         MOVE WS-GEN-COUNT TO WS-INSERT-SUB
005830     ELSE
005840         PERFORM 2890-SHIFT-GEN-UP
005850             THRU 2890-SHIFT-GEN-UP-EXIT
005860             VARYING WS-SHIFT-SUB FROM WS-GEN-COUNT BY -1
005870             UNTIL WS-SHIFT-SUB NOT > WS-INSERT-SUB.
005880     MOVE WS-OBSERVED-DATE TO WS-GE-DATE (WS-INSERT-SUB).
005890     MOVE WS-ACTUAL-DATE TO WS-GE-ACTUAL (WS-INSERT-SUB).
005900     MOVE HRL-NAME TO WS-GE-NAME (WS-INSERT-SUB).
005910     MOVE WS-DESC-BUILD TO WS-GE-DESC (WS-INSERT-SUB).
005920     MOVE SPACE TO WS-GE-ACTION (WS-INSERT-SUB).
005930 2800-ADD-GENERATED-EXIT.
005940     EXIT.
005950 2850-MATCH-GENERATED.
005960     IF WS-GE-DATE (WS-GEN-SUB) = WS-OBSERVED-DATE
005970         MOVE WS-GEN-SUB TO WS-GEN-FOUND-SUB.
005980 2850-MATCH-GENERATED-EXIT.
005990     EXIT.
006000 2870-FIND-GEN-SLOT.
006010     IF WS-GE-DATE (WS-GEN-SUB) > WS-OBSERVED-DATE
006020         MOVE WS-GEN-SUB TO WS-INSERT-SUB.
006030 2870-FIND-GEN-SLOT-EXIT.
006040     EXIT.
006050 2890-SHIFT-GEN-UP.
006060     MOVE WS-GEN-ENTRY (WS-SHIFT-SUB - 1)
006070         TO WS-GEN-ENTRY (WS-SHIFT-SUB).
006080 2890-SHIFT-GEN-UP-EXIT.
006090     EXIT.
006100 3000-COMPARE-CALENDAR.
006110     MOVE SPACES TO PRINT-LINE.
006120     WRITE PRINT-LINE.
006130     MOVE SPACES TO PRINT-LINE.
006140     STRING 'HOLIDAYS GENERATED FOR ' WS-GEN-YEAR-X
006150         ' AGAINST THE CALENDAR'
006160         DELIMITED BY SIZE INTO PRINT-LINE.
006170     WRITE PRINT-LINE.
006180     MOVE SPACES TO PRINT-LINE.
006190     WRITE PRINT-LINE.
006200     PERFORM 3100-COMPARE-ONE-HOLIDAY
006210         THRU 3100-COMPARE-ONE-HOLIDAY-EXIT
006220         VARYING WS-GEN-SUB FROM 1 BY 1
006230         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
006240     IF WS-GEN-COUNT = ZERO
006250         MOVE '    NONE' TO PRINT-LINE
006260         WRITE PRINT-LINE.
006270     MOVE SPACES TO PRINT-LINE.
006280     WRITE PRINT-LINE.
006290     MOVE SPACES TO PRINT-LINE.
006300     STRING 'CALENDAR DATES IN ' WS-GEN-YEAR-X
006310         ' NOT FROM ANY RULE' DELIMITED BY SIZE INTO PRINT-LINE.
006320     WRITE PRINT-LINE.
006330     MOVE SPACES TO PRINT-LINE.
006340     WRITE PRINT-LINE.
006350     PERFORM 3300-LIST-CALENDAR-ONLY
006360         THRU 3300-LIST-CALENDAR-ONLY-EXIT
006370         VARYING WS-CAL-SUB FROM 1 BY 1
006380         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
006390     IF WS-CAL-ONLY = ZERO
006400         MOVE '    NONE' TO PRINT-LINE
006410         WRITE PRINT-LINE.
006420 3000-COMPARE-CALENDAR-EXIT.
006430     EXIT.
006440 3100-COMPARE-ONE-HOLIDAY.
      ******************************************************************
      * A GENERATED DATE ALREADY ON THE CALENDAR AS A HOLIDAY NEEDS   *
      * NOTHING.  ONE ON IT WITH ANY OTHER DAY TYPE IS A CONFLICT:    *
      * DATESUB AND MISSCHK ONLY HONOUR TYPE H, SO THE DAY WOULD      *
      * STILL RAISE THE MISSING-VERIFICATION ALERT.  ONE THAT IS NOT  *
      * ON THE CALENDAR AT ALL IS A PROPOSED ADDITION - AND IF THE    *
      * CALENDAR HOLDS THE WEEKEND DATE OF THAT HOLIDAY INSTEAD, THAT *
      * IS THE MISSED-OBSERVANCE CASE AND IS ALSO A CONFLICT.         *
      ******************************************************************
006445     MOVE WS-GE-DATE (WS-GEN-SUB) TO GEN-DATE.
006450     MOVE WS-GE-DATE (WS-GEN-SUB) TO DSP-DATE-YYYYMMDD.
006455     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
006460     CALL 'DATESUB' USING DATE-SERVICE-PARM.
006465     MOVE WS-DAY-NAME (DSP-DAY-OF-WEEK + 1) TO GEN-DAY-NAME.
006470     MOVE WS-GE-DESC (WS-GEN-SUB) TO GEN-DESC.
006475     MOVE WS-GE-DATE (WS-GEN-SUB) TO CAL-DATE.
006480     PERFORM 8000-FIND-DATE
006485         THRU 8000-FIND-DATE-EXIT.
006490     IF WS-FOUND-SUB = ZERO
006495         GO TO 3120-PROPOSE-ADDITION.
006500     IF WS-CE-TYPE (WS-FOUND-SUB) NOT = 'H'
006505         GO TO 3130-NOT-A-HOLIDAY.
006510     SET GE-ON-CALENDAR (WS-GEN-SUB) TO TRUE.
006515     MOVE 'Y' TO WS-CE-RULED (WS-FOUND-SUB).
006520     ADD 1 TO WS-MATCHED.
006525     MOVE 'ON CALENDAR' TO GEN-ACTION.
006530     WRITE PRINT-LINE FROM GEN-LINE.
006535     IF WS-CE-DESC (WS-FOUND-SUB)
006540             NOT = WS-GE-DESC (WS-GEN-SUB)
006545         MOVE SPACES TO MSG-TEXT
006550         STRING 'CALENDAR DESCRIPTION IS: '
006555             WS-CE-DESC (WS-FOUND-SUB)
006560             DELIMITED BY SIZE INTO MSG-TEXT
006565         WRITE PRINT-LINE FROM MSG-LINE.
006570     GO TO 3150-CHECK-WEEKEND-DATE.
006575 3120-PROPOSE-ADDITION.
006580     SET GE-ADD (WS-GEN-SUB) TO TRUE.
006585     ADD 1 TO WS-ADDITIONS.
006590     MOVE 'PROPOSED ADDITION' TO GEN-ACTION.
006595     WRITE PRINT-LINE FROM GEN-LINE.
006600     GO TO 3150-CHECK-WEEKEND-DATE.
006605 3130-NOT-A-HOLIDAY.
006610     SET GE-ON-CALENDAR (WS-GEN-SUB) TO TRUE.
006615     MOVE 'Y' TO WS-CE-RULED (WS-FOUND-SUB).
006620     ADD 1 TO WS-CONFLICTS.
006625     MOVE 'NOT AS HOLIDAY' TO GEN-ACTION.
006630     WRITE PRINT-LINE FROM GEN-LINE.
006635     MOVE SPACES TO MSG-TEXT.
006640     STRING 'CONFLICT - CALENDAR HOLDS THE DATE AS DAY TYPE '
006645         WS-CE-TYPE (WS-FOUND-SUB) ', NOT AS A HOLIDAY'
006650         DELIMITED BY SIZE INTO MSG-TEXT.
006655     WRITE PRINT-LINE FROM MSG-LINE.
006660 3150-CHECK-WEEKEND-DATE.
006665     IF WS-GE-ACTUAL (WS-GEN-SUB) = WS-GE-DATE (WS-GEN-SUB)
006670         GO TO 3100-COMPARE-ONE-HOLIDAY-EXIT.
006675     MOVE WS-GE-ACTUAL (WS-GEN-SUB) TO CAL-DATE.
006680     PERFORM 8000-FIND-DATE
006685         THRU 8000-FIND-DATE-EXIT.
006690     IF WS-FOUND-SUB = ZERO
006695         GO TO 3100-COMPARE-ONE-HOLIDAY-EXIT.
006700     MOVE 'Y' TO WS-CE-RULED (WS-FOUND-SUB).
006705     IF GE-ON-CALENDAR (WS-GEN-SUB)
006710         GO TO 3100-COMPARE-ONE-HOLIDAY-EXIT.
006715     ADD 1 TO WS-CONFLICTS.
006720     MOVE SPACES TO MSG-TEXT.
006725     STRING 'CONFLICT - CALENDAR HAS THE WEEKEND DATE '
006730         WS-GE-ACTUAL (WS-GEN-SUB) ' INSTEAD'
006735         DELIMITED BY SIZE INTO MSG-TEXT.
006740     WRITE PRINT-LINE FROM MSG-LINE.
006745 3100-COMPARE-ONE-HOLIDAY-EXIT.
006750     EXIT.
006930 3300-LIST-CALENDAR-ONLY.
006940     IF WS-CE-DATE (WS-CAL-SUB) (1:4) NOT = WS-GEN-YEAR-X
006950         OR WS-CE-RULED (WS-CAL-SUB) = 'Y'
006960         GO TO 3300-LIST-CALENDAR-ONLY-EXIT.
006970     ADD 1 TO WS-CAL-ONLY.
006980     MOVE WS-CE-DATE (WS-CAL-SUB) TO GEN-DATE.
006990     MOVE WS-CE-DATE (WS-CAL-SUB) TO DSP-DATE-YYYYMMDD.
007000     SET DSP-FUNC-DAY-OF-WEEK TO TRUE.
007010     CALL 'DATESUB' USING DATE-SERVICE-PARM.
007020     IF DSP-GOOD-DATE
007030         MOVE WS-DAY-NAME (DSP-DAY-OF-WEEK + 1) TO GEN-DAY-NAME
007040     ELSE
007050         MOVE '???' TO GEN-DAY-NAME.
007060     MOVE WS-CE-DESC (WS-CAL-SUB) TO GEN-DESC.
007070     MOVE 'KEPT - NO RULE' TO GEN-ACTION.
007080     WRITE PRINT-LINE FROM GEN-LINE.
007090 3300-LIST-CALENDAR-ONLY-EXIT.
007100     EXIT.
007110 4000-WRITE-ADD-DECK.
      ******************************************************************
      * ONE CALMAINT ADD CARD PER PROPOSED ADDITION, WHETHER OR NOT   *
      * THIS RUN APPLIES THEM, SO THE DECK CAN BE REVIEWED AND RUN    *
      * THROUGH CALMAINT BY HAND INSTEAD.                             *
      ******************************************************************
007120     OPEN OUTPUT ADDOUT.
007130     IF WS-ADDOUT-STATUS NOT = '00'
007140         DISPLAY 'HOLGEN: ADDOUT OPEN FAILED, STATUS='
007150             WS-ADDOUT-STATUS UPON OPCNSL
007160         MOVE 'Y' TO WS-RUN-ERROR-SW
007170         GO TO 4000-WRITE-ADD-DECK-EXIT.
007180     PERFORM 4100-WRITE-ONE-CARD
007190         THRU 4100-WRITE-ONE-CARD-EXIT
007200         VARYING WS-GEN-SUB FROM 1 BY 1
007210         UNTIL WS-GEN-SUB > WS-GEN-COUNT OR RUN-ERROR.
007220     CLOSE ADDOUT.
007230 4000-WRITE-ADD-DECK-EXIT.
007240     EXIT.
007250 4100-WRITE-ONE-CARD.
007260     IF NOT GE-ADD (WS-GEN-SUB)
007270         GO TO 4100-WRITE-ONE-CARD-EXIT.
007280     MOVE SPACES TO ADD-CARD.
007290     MOVE 'ADD' TO ADC-VERB.
007300     MOVE WS-GE-DATE (WS-GEN-SUB) TO ADC-DATE.
007310     MOVE WS-GE-DESC (WS-GEN-SUB) TO ADC-DESC.
007320     WRITE ADD-CARD.
007330     IF WS-ADDOUT-STATUS NOT = '00'
007340         DISPLAY 'HOLGEN: ADDOUT WRITE FAILED, STATUS='
007350             WS-ADDOUT-STATUS UPON OPCNSL
007360         MOVE 'Y' TO WS-RUN-ERROR-SW
007370         GO TO 4100-WRITE-ONE-CARD-EXIT.
007380     ADD 1 TO WS-CARDS-WRITTEN.
007390 4100-WRITE-ONE-CARD-EXIT.
007400     EXIT.
007410 5000-WRITE-NEW-CALENDAR.
      ******************************************************************
      * CALNEW ALWAYS GETS THE WHOLE CALENDAR.  THE ADDITIONS GO IN   *
      * ONLY ON A CONFIRMED RUN WITH NOTHING LEFT TO REVIEW; THE JOB  *
      * COPIES CALNEW BACK ONLY ON RC 0, SO AN UNCONFIRMED RUN WITH   *
      * ADDITIONS PENDING (RC 4) LEAVES THE LIVE CALENDAR ALONE.      *
      ******************************************************************
007420     MOVE SPACES TO PRINT-LINE.
007430     WRITE PRINT-LINE.
007440     IF WS-CONFLICTS > ZERO OR WS-RULES-REJECTED > ZERO
007450         MOVE 'NOT APPLIED - CONFLICTS OR REJECTED RULES TO FIX'
007460             TO PRINT-LINE
007470         WRITE PRINT-LINE
007480         GO TO 5050-OPEN-CALNEW.
007490     IF WS-ADDITIONS = ZERO
007500         MOVE 'NOTHING TO ADD - THE CALENDAR HAS EVERY HOLIDAY'
007510             TO PRINT-LINE
007520         WRITE PRINT-LINE
007530         GO TO 5050-OPEN-CALNEW.
007540     IF NOT CONFIRMED
007550         MOVE 'NOT APPLIED - NO CONFIRM CARD, SEE THE ADD DECK'
007560             TO PRINT-LINE
007570         WRITE PRINT-LINE
007580         GO TO 5050-OPEN-CALNEW.
007590     PERFORM 5200-APPLY-ONE-ADDITION
007600         THRU 5200-APPLY-ONE-ADDITION-EXIT
007610         VARYING WS-GEN-SUB FROM 1 BY 1
007620         UNTIL WS-GEN-SUB > WS-GEN-COUNT OR RUN-ERROR.
007630     IF RUN-ERROR
007640         GO TO 5000-WRITE-NEW-CALENDAR-EXIT.
007650     SET ADDITIONS-APPLIED TO TRUE.
007660     MOVE 'CONFIRM CARD PRESENT - ADDITIONS APPLIED TO CALNEW'
007670         TO PRINT-LINE.
007680     WRITE PRINT-LINE.
007690 5050-OPEN-CALNEW.
007700     OPEN OUTPUT CALNEW.
007710     IF WS-CALNEW-STATUS NOT = '00'
007720         DISPLAY 'HOLGEN: CALNEW OPEN FAILED, STATUS='
007730             WS-CALNEW-STATUS UPON OPCNSL
007740         MOVE 'Y' TO WS-RUN-ERROR-SW
007750         GO TO 5000-WRITE-NEW-CALENDAR-EXIT.
007760     PERFORM 5100-WRITE-ONE-RECORD
007770         THRU 5100-WRITE-ONE-RECORD-EXIT
007780         VARYING WS-CAL-SUB FROM 1 BY 1
007790         UNTIL WS-CAL-SUB > WS-CAL-COUNT OR RUN-ERROR.
007800     CLOSE CALNEW.
007810 5000-WRITE-NEW-CALENDAR-EXIT.
007820     EXIT.
007830 5100-WRITE-ONE-RECORD.
007840     MOVE SPACES TO CALENDAR-RECORD.
007850     MOVE WS-CE-DATE (WS-CAL-SUB) TO CAL-DATE.
007860     MOVE WS-CE-TYPE (WS-CAL-SUB) TO CAL-DAY-TYPE.
007870     MOVE WS-CE-DESC (WS-CAL-SUB) TO CAL-DESC.
007880     WRITE CALNEW-RECORD FROM CALENDAR-RECORD.
007890     IF WS-CALNEW-STATUS NOT = '00'
007900         DISPLAY 'HOLGEN: CALNEW WRITE FAILED, STATUS='
007910             WS-CALNEW-STATUS UPON OPCNSL
007920         MOVE 'Y' TO WS-RUN-ERROR-SW
007930         GO TO 5100-WRITE-ONE-RECORD-EXIT.
007940     ADD 1 TO WS-RECORDS-WRITTEN.
007950 5100-WRITE-ONE-RECORD-EXIT.
007960     EXIT.
007970 5200-APPLY-ONE-ADDITION.
007980     IF NOT GE-ADD (WS-GEN-SUB)
007990         GO TO 5200-APPLY-ONE-ADDITION-EXIT.
008000     IF WS-CAL-COUNT NOT < WS-CAL-MAX
008010         DISPLAY 'HOLGEN: CALENDAR TABLE FULL, NOTHING APPLIED'
008020             UPON OPCNSL
008030         MOVE 'Y' TO WS-RUN-ERROR-SW
008040         GO TO 5200-APPLY-ONE-ADDITION-EXIT.
008050     MOVE WS-GE-DATE (WS-GEN-SUB) TO CAL-DATE.
008060     PERFORM 8100-INSERT-SORTED
008070         THRU 8100-INSERT-SORTED-EXIT.
008080     MOVE WS-GE-DATE (WS-GEN-SUB) TO WS-CE-DATE (WS-INSERT-SUB).
008090     MOVE 'H' TO WS-CE-TYPE (WS-INSERT-SUB).
008100     MOVE WS-GE-DESC (WS-GEN-SUB) TO WS-CE-DESC (WS-INSERT-SUB).
008110     MOVE 'Y' TO WS-CE-RULED (WS-INSERT-SUB).
008120     ADD 1 TO WS-ADDS-APPLIED.
008130 5200-APPLY-ONE-ADDITION-EXIT.
008140     EXIT.
008150 6000-PRINT-TOTALS.
008160     MOVE SPACES TO PRINT-LINE.
008170     WRITE PRINT-LINE.
008180     MOVE 'RULES READ....................'
008190         TO TOT-LABEL.
008200     MOVE WS-RULES-READ TO TOT-VALUE.
008210     WRITE PRINT-LINE FROM TOT-LINE.
008220     MOVE 'RULES REJECTED................'
008230         TO TOT-LABEL.
008240     MOVE WS-RULES-REJECTED TO TOT-VALUE.
008250     WRITE PRINT-LINE FROM TOT-LINE.
008260     MOVE 'RULES WITH NO DATE THAT YEAR..'
008270         TO TOT-LABEL.
008280     MOVE WS-RULES-IDLE TO TOT-VALUE.
008290     WRITE PRINT-LINE FROM TOT-LINE.
008300     MOVE 'HOLIDAYS GENERATED............'
008310         TO TOT-LABEL.
008320     MOVE WS-GEN-COUNT TO TOT-VALUE.
008330     WRITE PRINT-LINE FROM TOT-LINE.
008340     MOVE 'ALREADY ON CALENDAR...........'
008350         TO TOT-LABEL.
008360     MOVE WS-MATCHED TO TOT-VALUE.
008370     WRITE PRINT-LINE FROM TOT-LINE.
008380     MOVE 'PROPOSED ADDITIONS............'
008390         TO TOT-LABEL.
008400     MOVE WS-ADDITIONS TO TOT-VALUE.
008410     WRITE PRINT-LINE FROM TOT-LINE.
008420     MOVE 'CONFLICTS.....................'
008430         TO TOT-LABEL.
008440     MOVE WS-CONFLICTS TO TOT-VALUE.
008450     WRITE PRINT-LINE FROM TOT-LINE.
008460     MOVE 'CALENDAR DATES NOT FROM RULES.'
008470         TO TOT-LABEL.
008480     MOVE WS-CAL-ONLY TO TOT-VALUE.
008490     WRITE PRINT-LINE FROM TOT-LINE.
008500     MOVE 'ADD CARDS WRITTEN.............'
008510         TO TOT-LABEL.
008520     MOVE WS-CARDS-WRITTEN TO TOT-VALUE.
008530     WRITE PRINT-LINE FROM TOT-LINE.
008540     MOVE 'ADDITIONS APPLIED.............'
008550         TO TOT-LABEL.
008560     MOVE WS-ADDS-APPLIED TO TOT-VALUE.
008570     WRITE PRINT-LINE FROM TOT-LINE.
008580     MOVE 'CALENDAR RECORDS WRITTEN......'
008590         TO TOT-LABEL.
008600     MOVE WS-RECORDS-WRITTEN TO TOT-VALUE.
008610     WRITE PRINT-LINE FROM TOT-LINE.
008620 6000-PRINT-TOTALS-EXIT.
008630     EXIT.
008640 8000-FIND-DATE.
      ******************************************************************
      * LOOK FOR CAL-DATE IN THE TABLE.  WS-FOUND-SUB = SLOT, OR ZERO *
      * WHEN THE DATE IS NOT PRESENT.                                 *
      ******************************************************************
008650     MOVE ZERO TO WS-FOUND-SUB.
008660     PERFORM 8050-MATCH-ONE-DATE
008670         THRU 8050-MATCH-ONE-DATE-EXIT
008680         VARYING WS-CAL-SUB FROM 1 BY 1
008690         UNTIL WS-CAL-SUB > WS-CAL-COUNT
008700             OR WS-FOUND-SUB > ZERO.
008710 8000-FIND-DATE-EXIT.
008720     EXIT.
008730 8050-MATCH-ONE-DATE.
008740     IF WS-CE-DATE (WS-CAL-SUB) = CAL-DATE
008750         MOVE WS-CAL-SUB TO WS-FOUND-SUB.
008760 8050-MATCH-ONE-DATE-EXIT.
008770     EXIT.
008780 8100-INSERT-SORTED.
      ******************************************************************
      * OPEN THE SLOT THAT KEEPS THE TABLE IN ASCENDING DATE ORDER.   *
      * CAL-DATE IS THE DATE BEING INSERTED; WS-INSERT-SUB IS LEFT AT *
      * THE OPEN SLOT.                                                *
      ******************************************************************
008790     MOVE ZERO TO WS-INSERT-SUB.
008800     PERFORM 8150-FIND-INSERT-SLOT
008810         THRU 8150-FIND-INSERT-SLOT-EXIT
008820         VARYING WS-CAL-SUB FROM 1 BY 1
008830         UNTIL WS-CAL-SUB > WS-CAL-COUNT
008840             OR WS-INSERT-SUB > ZERO.
008850     ADD 1 TO WS-CAL-COUNT.
008860     IF WS-INSERT-SUB = ZERO
008870         MOVE WS-CAL-COUNT TO WS-INSERT-SUB
008880         GO TO 8100-INSERT-SORTED-EXIT.
008890     PERFORM 8170-SHIFT-ONE-UP
008900         THRU 8170-SHIFT-ONE-UP-EXIT
008910         VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
008920         UNTIL WS-SHIFT-SUB NOT > WS-INSERT-SUB.
008930 8100-INSERT-SORTED-EXIT.
008940     EXIT.
008950 8150-FIND-INSERT-SLOT.
008960     IF WS-CE-DATE (WS-CAL-SUB) > CAL-DATE
008970         MOVE WS-CAL-SUB TO WS-INSERT-SUB.
008980 8150-FIND-INSERT-SLOT-EXIT.
008990     EXIT.
009000 8170-SHIFT-ONE-UP.
009010     MOVE WS-CAL-ENTRY (WS-SHIFT-SUB - 1)
009020         TO WS-CAL-ENTRY (WS-SHIFT-SUB).
009030 8170-SHIFT-ONE-UP-EXIT.
009040     EXIT.
