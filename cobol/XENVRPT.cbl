      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-08-22  JCF  ORIGINAL PROGRAM.                           *
      *   2026-10-15  JCF  A NORUN BUSINESS DAY COVERED BY A PLANNED- *
      *                    OUTAGE WINDOW FOR THAT SYSTEM IN           *
      *                    SYS2.OPS.OUTAGES (SEE OUTREC) IS SHOWN AS  *
      *                    EXCUSD AND COUNTED SEPARATELY; THE EXCUSED *
      *                    DAYS ARE LISTED WITH THEIR CHANGE TICKETS  *
      *                    AFTER THE GRID.                            *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'XENVRPT'.
000210     SELECT AUDITIN ASSIGN TO AUDITIN
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-AUDITIN-STATUS.
000232     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000234         ORGANIZATION IS SEQUENTIAL
000236         FILE STATUS IS WS-OUTAGES-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  CARDIN
000370     LABEL RECORDS ARE STANDARD
000380     RECORD CONTAINS 32 CHARACTERS.
000390 COPY AUDITREC.
000392 FD  OUTAGES
000394     LABEL RECORDS ARE STANDARD
000396     RECORD CONTAINS 80 CHARACTERS.
000398 COPY OUTREC.
000400 WORKING-STORAGE SECTION.
000410 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000420 77  WS-AUDITIN-STATUS          PIC X(02) VALUE SPACES.
000425 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000430 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000440     88  CARDIN-EOF                       VALUE 'Y'.
000450 77  WS-AUDITIN-EOF-SW          PIC X(01) VALUE 'N'.
000460     88  AUDITIN-EOF                      VALUE 'Y'.
000462 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
000464     88  OUTAGES-EOF                      VALUE 'Y'.
000470 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000480     88  RUN-ERROR                        VALUE 'Y'.
000490 77  WS-REPORT-MONTH            PIC X(06) VALUE SPACES.
000560 77  WS-RECORDS-READ            PIC S9(07) COMP VALUE ZERO.
000570 77  WS-RECORDS-SELECTED        PIC S9(07) COMP VALUE ZERO.
000580 77  WS-HOLD-SYSTEM-ID          PIC X(04) VALUE SPACES.
000581 77  WS-OUT-SUB                 PIC S9(04) COMP VALUE ZERO.
000582 77  WS-OUT-COUNT               PIC S9(04) COMP VALUE ZERO.
000583 77  WS-OUT-MAX                 PIC S9(04) COMP VALUE 100.
000584 77  WS-OUT-FOUND-SUB           PIC S9(04) COMP VALUE ZERO.
000585 77  WS-EXC-SUB                 PIC S9(04) COMP VALUE ZERO.
000586 77  WS-EXC-COUNT               PIC S9(04) COMP VALUE ZERO.
000587 77  WS-EXC-MAX                 PIC S9(04) COMP VALUE 248.
000588 77  WS-MONTH-FIRST-DATE        PIC X(08) VALUE SPACES.
000589 77  WS-MONTH-LAST-DATE         PIC X(08) VALUE SPACES.
000590 01  WS-MONTH-FIELDS.
000600     05  WS-MONTH-NUM           PIC 9(06).
000610     05  WS-MONTH-NUM-X REDEFINES WS-MONTH-NUM.
000910         10  WS-SYS-CLEAN-DAYS  PIC S9(04) COMP.
000920         10  WS-SYS-FAIL-DAYS   PIC S9(04) COMP.
000930         10  WS-SYS-NORUN-DAYS  PIC S9(04) COMP.
000935         10  WS-SYS-EXCUSED-DAYS PIC S9(04) COMP.
000940 01  WS-GRID-TABLE.
000950     05  WS-GRID-DAY OCCURS 31 TIMES.
000960         10  WS-GRID-CELL OCCURS 8 TIMES.
000990 01  WS-WORK-DATE.
001000     05  WS-WORK-DATE-YYYYMM    PIC X(06).
001010     05  WS-WORK-DATE-DD        PIC 9(02).
001011 01  WS-OUT-TABLE.
001012     05  WS-OUT-ENTRY OCCURS 100 TIMES.
001020         10  WS-OE-SYSTEM-ID    PIC X(04).
001030         10  WS-OE-FROM-DATE    PIC X(08).
001040         10  WS-OE-TO-DATE      PIC X(08).
001050         10  WS-OE-TICKET       PIC X(12).
001060         10  WS-OE-DESC         PIC X(30).
001070 01  WS-EXC-TABLE.
001080     05  WS-EXC-ENTRY OCCURS 248 TIMES.
001090         10  WS-EXC-DATE        PIC X(08).
001100         10  WS-EXC-SYSTEM-ID   PIC X(04).
001110         10  WS-EXC-OUT-SUB     PIC S9(04) COMP.
001120 01  HD1-LINE.
001130     05  FILLER                 PIC X(10) VALUE 'XENVRPT'.
001140     05  FILLER                 PIC X(36)
001150         VALUE 'CROSS-LPAR VERIFICATION COMPARE'.
001160     05  FILLER                 PIC X(06) VALUE 'MONTH '.
001170     05  HD1-MONTH              PIC X(06).
001180     05  FILLER                 PIC X(22) VALUE SPACES.
001190 01  HD2-LINE.
001200     05  FILLER                 PIC X(10) VALUE 'DATE'.
001210     05  FILLER                 PIC X(05) VALUE 'DAY'.
001220     05  HD2-SYS-COL OCCURS 8 TIMES.
001230         10  HD2-SYS-ID         PIC X(04).
001240         10  FILLER             PIC X(04).
001250     05  FILLER                 PIC X(01) VALUE SPACES.
001260 01  DTL-LINE.
001270     05  DTL-DATE               PIC X(08).
001280     05  FILLER                 PIC X(02) VALUE SPACES.
001290     05  DTL-DAY-NAME           PIC X(03).
001300     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  DTL-SYS-COL OCCURS 8 TIMES.
001320         10  DTL-SYS-STATE      PIC X(06).
001330         10  FILLER             PIC X(02) VALUE SPACES.
001340     05  FILLER                 PIC X(01) VALUE SPACES.
001350 01  TOT-LINE.
001360     05  TOT-SYS-ID             PIC X(04).
001370     05  FILLER                 PIC X(02) VALUE SPACES.
001380     05  FILLER                 PIC X(06) VALUE 'CLEAN'.
001390     05  TOT-CLEAN              PIC ZZZ9.
001400     05  FILLER                 PIC X(08) VALUE '  FAILED'.
001410     05  TOT-FAILED             PIC ZZZ9.
001420     05  FILLER                 PIC X(09) VALUE '  NORUN'.
001430     05  TOT-NORUN              PIC ZZZ9.
001440     05  FILLER                 PIC X(09) VALUE '  EXCUSED'.
001450     05  TOT-EXCUSED            PIC ZZZ9.
001460     05  FILLER                 PIC X(26) VALUE SPACES.
001470 01  CNT-LINE.
001480     05  CNT-LABEL              PIC X(30).
001490     05  CNT-VALUE              PIC ZZZZZZ9.
001500     05  FILLER                 PIC X(43) VALUE SPACES.
001510 01  EXH-LINE.
001520     05  FILLER                 PIC X(10) VALUE 'DATE'.
001530     05  FILLER                 PIC X(06) VALUE 'SYS'.
001540     05  FILLER                 PIC X(14) VALUE 'TICKET'.
001550     05  FILLER                 PIC X(50) VALUE 'DESCRIPTION'.
001560 01  EXD-LINE.
001570     05  EXD-DATE               PIC X(08).
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  EXD-SYSTEM-ID          PIC X(04).
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  EXD-TICKET             PIC X(12).
001620     05  FILLER                 PIC X(02) VALUE SPACES.
001630     05  EXD-DESC               PIC X(30).
001640     05  FILLER                 PIC X(20) VALUE SPACES.
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-INITIALIZE-EXIT.
001690     IF RUN-ERROR
001700         GO TO 0000-WRAPUP.
001710     PERFORM 2000-LOAD-AUDIT-INPUT
001720         THRU 2000-LOAD-AUDIT-INPUT-EXIT.
001730     IF RUN-ERROR
001740         GO TO 0000-WRAPUP.
001750     PERFORM 1800-LOAD-OUTAGES
001760         THRU 1800-LOAD-OUTAGES-EXIT.
001770     PERFORM 3000-PRINT-GRID
001780         THRU 3000-PRINT-GRID-EXIT.
001790     PERFORM 4000-PRINT-TOTALS
001800         THRU 4000-PRINT-TOTALS-EXIT.
001810 0000-WRAPUP.
001820     CLOSE SYSPRINT.
001830     IF RUN-ERROR
001840         MOVE 8 TO RETURN-CODE.
001850     STOP RUN.
001860 1000-INITIALIZE.
001870     OPEN OUTPUT SYSPRINT.
001880     IF WS-SYSPRINT-STATUS NOT = '00'
001890         DISPLAY 'XENVRPT: SYSPRINT OPEN FAILED, STATUS='
001900             WS-SYSPRINT-STATUS UPON OPCNSL
001910         MOVE 'Y' TO WS-RUN-ERROR-SW
001920         GO TO 1000-INITIALIZE-EXIT.
001930     OPEN INPUT CARDIN.
001940     READ CARDIN
001950         AT END
001960             SET CARDIN-EOF TO TRUE.
001970     CLOSE CARDIN.
001980     IF CARDIN-EOF
001990         DISPLAY 'XENVRPT: REPORT-MONTH CONTROL CARD MISSING'
002000             UPON OPCNSL
002010         MOVE 'Y' TO WS-RUN-ERROR-SW
002020         GO TO 1000-INITIALIZE-EXIT.
002030     MOVE XRP-CTL-MONTH TO WS-REPORT-MONTH.
002040     IF WS-REPORT-MONTH NOT NUMERIC
002050         DISPLAY 'XENVRPT: REPORT MONTH NOT NUMERIC: '
002060             WS-REPORT-MONTH UPON OPCNSL
002070         MOVE 'Y' TO WS-RUN-ERROR-SW
002080         GO TO 1000-INITIALIZE-EXIT.
002090     MOVE WS-REPORT-MONTH TO WS-MONTH-NUM.
002100     IF WS-MONTH-MM < 01 OR WS-MONTH-MM > 12
002110         DISPLAY 'XENVRPT: REPORT MONTH OUT OF RANGE: '
002120             WS-REPORT-MONTH UPON OPCNSL
002130         MOVE 'Y' TO WS-RUN-ERROR-SW
002140         GO TO 1000-INITIALIZE-EXIT.
002150     MOVE WS-MONTH-DAY-CT (WS-MONTH-MM) TO WS-DAYS-IN-MONTH.
002160     IF WS-MONTH-MM = 02
002170         PERFORM 7100-LEAP-YEAR-CHECK
002180             THRU 7100-LEAP-YEAR-CHECK-EXIT.
002190     PERFORM 1100-CLEAR-GRID-DAY
002200         THRU 1100-CLEAR-GRID-DAY-EXIT
002210         VARYING WS-DAY-SUB FROM 1 BY 1
002220         UNTIL WS-DAY-SUB > 31.
002230 1000-INITIALIZE-EXIT.
002240     EXIT.
002250 1100-CLEAR-GRID-DAY.
002260     PERFORM 1200-CLEAR-GRID-CELL
002270         THRU 1200-CLEAR-GRID-CELL-EXIT
002280         VARYING WS-SYS-SUB FROM 1 BY 1
002290         UNTIL WS-SYS-SUB > WS-SYS-MAX.
002300 1100-CLEAR-GRID-DAY-EXIT.
002310     EXIT.
002320 1200-CLEAR-GRID-CELL.
002330     MOVE 9999 TO WS-GRID-BEST-RC (WS-DAY-SUB WS-SYS-SUB).
002340     MOVE ZERO TO WS-GRID-RUN-COUNT (WS-DAY-SUB WS-SYS-SUB).
002350 1200-CLEAR-GRID-CELL-EXIT.
002360     EXIT.
002370 1800-LOAD-OUTAGES.
      ******************************************************************
      * KEEP EVERY PLANNED-OUTAGE WINDOW THAT TOUCHES THE REPORT MONTH *
      * FOR ONE OF THE SYSTEMS IN THE GRID.  THE FILE IS OPTIONAL; AN *
      * OPEN FAILURE IS WARNED ABOUT AND NO DAY IS EXCUSED.           *
      ******************************************************************
002380     MOVE WS-REPORT-MONTH TO WS-WORK-DATE-YYYYMM.
002390     MOVE 01 TO WS-WORK-DATE-DD.
002400     MOVE WS-WORK-DATE TO WS-MONTH-FIRST-DATE.
002410     MOVE WS-DAYS-IN-MONTH TO WS-WORK-DATE-DD.
002420     MOVE WS-WORK-DATE TO WS-MONTH-LAST-DATE.
002430     OPEN INPUT OUTAGES.
002440     IF WS-OUTAGES-STATUS NOT = '00' AND
002450        WS-OUTAGES-STATUS NOT = '05'
002460         DISPLAY 'XENVRPT: OUTAGES OPEN FAILED, STATUS='
002470             WS-OUTAGES-STATUS ', NO DAY EXCUSED' UPON OPCNSL
002480         GO TO 1800-LOAD-OUTAGES-EXIT.
002490     PERFORM 1810-READ-OUTAGE-RECORD
002500         THRU 1810-READ-OUTAGE-RECORD-EXIT
002510         UNTIL OUTAGES-EOF.
002520     CLOSE OUTAGES.
002530 1800-LOAD-OUTAGES-EXIT.
002540     EXIT.
002550 1810-READ-OUTAGE-RECORD.
002560     READ OUTAGES
002570         AT END
002580             SET OUTAGES-EOF TO TRUE
002590             GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002600     IF OUT-FROM-DATE > WS-MONTH-LAST-DATE OR
002610        OUT-TO-DATE < WS-MONTH-FIRST-DATE
002620         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002630     MOVE OUT-SYSTEM-ID TO WS-HOLD-SYSTEM-ID.
002640     MOVE ZERO TO WS-SYS-FOUND-SUB.
002650     PERFORM 2300-MATCH-ONE-SYSTEM
002660         THRU 2300-MATCH-ONE-SYSTEM-EXIT
002670         VARYING WS-SYS-SUB FROM 1 BY 1
002680         UNTIL WS-SYS-SUB > WS-SYS-COUNT
002690             OR WS-SYS-FOUND-SUB > ZERO.
002700     IF WS-SYS-FOUND-SUB = ZERO
002710         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002720     IF WS-OUT-COUNT NOT < WS-OUT-MAX
002730         DISPLAY 'XENVRPT: MORE THAN 100 OUTAGE WINDOWS IN '
002740             'MONTH, TICKET ' OUT-TICKET ' SKIPPED' UPON OPCNSL
002750         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002760     ADD 1 TO WS-OUT-COUNT.
002770     MOVE OUT-SYSTEM-ID TO WS-OE-SYSTEM-ID (WS-OUT-COUNT).
002780     MOVE OUT-FROM-DATE TO WS-OE-FROM-DATE (WS-OUT-COUNT).
002790     MOVE OUT-TO-DATE TO WS-OE-TO-DATE (WS-OUT-COUNT).
002800     MOVE OUT-TICKET TO WS-OE-TICKET (WS-OUT-COUNT).
002810     MOVE OUT-DESC TO WS-OE-DESC (WS-OUT-COUNT).
002820 1810-READ-OUTAGE-RECORD-EXIT.
002830     EXIT.
002840 2000-LOAD-AUDIT-INPUT.
002850     OPEN INPUT AUDITIN.
002860     IF WS-AUDITIN-STATUS NOT = '00'
002870         DISPLAY 'XENVRPT: AUDITIN OPEN FAILED, STATUS='
002880             WS-AUDITIN-STATUS UPON OPCNSL
002890         MOVE 'Y' TO WS-RUN-ERROR-SW
002900         GO TO 2000-LOAD-AUDIT-INPUT-EXIT.
002910     PERFORM 2100-LOAD-ONE-RECORD
002920         THRU 2100-LOAD-ONE-RECORD-EXIT
002930         UNTIL AUDITIN-EOF.
002940     CLOSE AUDITIN.
002950     IF WS-SYS-COUNT = ZERO
002960         DISPLAY 'XENVRPT: NO RECORDS FOR MONTH '
002970             WS-REPORT-MONTH ' ON AUDITIN' UPON OPCNSL.
002980 2000-LOAD-AUDIT-INPUT-EXIT.
002990     EXIT.
003000 2100-LOAD-ONE-RECORD.
003010     READ AUDITIN
003020         AT END
003030             SET AUDITIN-EOF TO TRUE
003040             GO TO 2100-LOAD-ONE-RECORD-EXIT.
003050     ADD 1 TO WS-RECORDS-READ.
003060     IF AUD-RUN-DATE (1:6) NOT = WS-REPORT-MONTH
003070         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003080     IF AUD-RUN-DATE (7:2) NOT NUMERIC
003090         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003100     MOVE AUD-RUN-DATE TO WS-WORK-DATE.
003110     MOVE WS-WORK-DATE-DD TO WS-DAY-SUB.
003120     IF WS-DAY-SUB < 1 OR WS-DAY-SUB > WS-DAYS-IN-MONTH
003130         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003140     MOVE AUD-SYSTEM-ID TO WS-HOLD-SYSTEM-ID.
003150     IF WS-HOLD-SYSTEM-ID = SPACES
003160         MOVE '????' TO WS-HOLD-SYSTEM-ID.
003170     PERFORM 2200-FIND-SYSTEM
003180         THRU 2200-FIND-SYSTEM-EXIT.
003190     IF WS-SYS-FOUND-SUB = ZERO
003200         GO TO 2100-LOAD-ONE-RECORD-EXIT.
003210     ADD 1 TO WS-RECORDS-SELECTED.
003220     ADD 1 TO WS-GRID-RUN-COUNT
003230         (WS-DAY-SUB WS-SYS-FOUND-SUB).
003240     IF AUD-RETURN-CODE <
003250         WS-GRID-BEST-RC (WS-DAY-SUB WS-SYS-FOUND-SUB)
003260         MOVE AUD-RETURN-CODE TO
003270             WS-GRID-BEST-RC (WS-DAY-SUB WS-SYS-FOUND-SUB).
003280 2100-LOAD-ONE-RECORD-EXIT.
003290     EXIT.
003300 2200-FIND-SYSTEM.
003310     MOVE ZERO TO WS-SYS-FOUND-SUB.
003320     PERFORM 2300-MATCH-ONE-SYSTEM
003330         THRU 2300-MATCH-ONE-SYSTEM-EXIT
003340         VARYING WS-SYS-SUB FROM 1 BY 1
003350         UNTIL WS-SYS-SUB > WS-SYS-COUNT
003360             OR WS-SYS-FOUND-SUB > ZERO.
003370     IF WS-SYS-FOUND-SUB > ZERO
003380         GO TO 2200-FIND-SYSTEM-EXIT.
003390     IF WS-SYS-COUNT NOT < WS-SYS-MAX
003400         DISPLAY 'XENVRPT: MORE THAN 8 SYSTEM IDS, RECORDS '
003410             'FOR ' WS-HOLD-SYSTEM-ID ' SKIPPED' UPON OPCNSL
003420         GO TO 2200-FIND-SYSTEM-EXIT.
003430     ADD 1 TO WS-SYS-COUNT.
003440     MOVE WS-HOLD-SYSTEM-ID TO WS-SYS-ID (WS-SYS-COUNT).
003450     MOVE ZERO TO WS-SYS-CLEAN-DAYS (WS-SYS-COUNT).
003460     MOVE ZERO TO WS-SYS-FAIL-DAYS (WS-SYS-COUNT).
003470     MOVE ZERO TO WS-SYS-NORUN-DAYS (WS-SYS-COUNT).
003480     MOVE ZERO TO WS-SYS-EXCUSED-DAYS (WS-SYS-COUNT).
003490     MOVE WS-SYS-COUNT TO WS-SYS-FOUND-SUB.
003500 2200-FIND-SYSTEM-EXIT.
003510     EXIT.
003520 2300-MATCH-ONE-SYSTEM.
003530     IF WS-SYS-ID (WS-SYS-SUB) = WS-HOLD-SYSTEM-ID
003540         MOVE WS-SYS-SUB TO WS-SYS-FOUND-SUB.
003550 2300-MATCH-ONE-SYSTEM-EXIT.
003560     EXIT.
003570 3000-PRINT-GRID.
003580     MOVE WS-REPORT-MONTH TO HD1-MONTH.
003590     WRITE PRINT-LINE FROM HD1-LINE.
003600     MOVE SPACES TO PRINT-LINE.
003610     WRITE PRINT-LINE.
003620     MOVE SPACES TO HD2-LINE (16:64).
003630     PERFORM 3050-SET-ONE-SYS-HEADING
003640         THRU 3050-SET-ONE-SYS-HEADING-EXIT
003650         VARYING WS-SYS-SUB FROM 1 BY 1
003660         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
003670     WRITE PRINT-LINE FROM HD2-LINE.
003680     MOVE SPACES TO PRINT-LINE.
003690     WRITE PRINT-LINE.
003700     PERFORM 3100-PRINT-DAY-LINE
003710         THRU 3100-PRINT-DAY-LINE-EXIT
003720         VARYING WS-DAY-SUB FROM 1 BY 1
003730         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
003740     PERFORM 3500-PRINT-EXCUSED-LIST
003750         THRU 3500-PRINT-EXCUSED-LIST-EXIT.
003760 3000-PRINT-GRID-EXIT.
003770     EXIT.
003780 3050-SET-ONE-SYS-HEADING.
003790     MOVE WS-SYS-ID (WS-SYS-SUB) TO HD2-SYS-ID (WS-SYS-SUB).
003800 3050-SET-ONE-SYS-HEADING-EXIT.
003810     EXIT.
003820 3100-PRINT-DAY-LINE.
003830     MOVE WS-REPORT-MONTH TO WS-WORK-DATE-YYYYMM.
003840     MOVE WS-DAY-SUB TO WS-WORK-DATE-DD.
003850     MOVE WS-WORK-DATE TO DTL-DATE.
003860     MOVE WS-MONTH-YYYY TO WS-DOW-YEAR.
003870     MOVE WS-MONTH-MM TO WS-DOW-MONTH.
003880     MOVE WS-DAY-SUB TO WS-DOW-DAY.
003890     PERFORM 7000-DAY-OF-WEEK
003900         THRU 7000-DAY-OF-WEEK-EXIT.
003910     MOVE WS-DAY-NAME (WS-DOW-RESULT + 1) TO DTL-DAY-NAME.
003920     PERFORM 3200-SET-ONE-SYS-CELL
003930         THRU 3200-SET-ONE-SYS-CELL-EXIT
003940         VARYING WS-SYS-SUB FROM 1 BY 1
003950         UNTIL WS-SYS-SUB > WS-SYS-MAX.
003960     WRITE PRINT-LINE FROM DTL-LINE.
003970 3100-PRINT-DAY-LINE-EXIT.
003980     EXIT.
003990 3200-SET-ONE-SYS-CELL.
004000     IF WS-SYS-SUB > WS-SYS-COUNT
004010         MOVE SPACES TO DTL-SYS-STATE (WS-SYS-SUB)
004020         GO TO 3200-SET-ONE-SYS-CELL-EXIT.
004030     IF WS-DOW-RESULT = 0 OR WS-DOW-RESULT = 1
004040         MOVE '  -   ' TO DTL-SYS-STATE (WS-SYS-SUB)
004050         GO TO 3200-SET-ONE-SYS-CELL-EXIT.
004060     IF WS-GRID-RUN-COUNT (WS-DAY-SUB WS-SYS-SUB) = ZERO
004070         PERFORM 7500-FIND-OUTAGE
004080             THRU 7500-FIND-OUTAGE-EXIT.
004090     IF WS-GRID-RUN-COUNT (WS-DAY-SUB WS-SYS-SUB) = ZERO
004100         AND WS-OUT-FOUND-SUB > ZERO
004110         MOVE 'EXCUSD' TO DTL-SYS-STATE (WS-SYS-SUB)
004120         ADD 1 TO WS-SYS-EXCUSED-DAYS (WS-SYS-SUB)
004130         PERFORM 3300-RECORD-EXCUSED-DAY
004140             THRU 3300-RECORD-EXCUSED-DAY-EXIT
004150         GO TO 3200-SET-ONE-SYS-CELL-EXIT.
004160     IF WS-GRID-RUN-COUNT (WS-DAY-SUB WS-SYS-SUB) = ZERO
004170         MOVE 'NORUN ' TO DTL-SYS-STATE (WS-SYS-SUB)
004180         ADD 1 TO WS-SYS-NORUN-DAYS (WS-SYS-SUB)
004190         GO TO 3200-SET-ONE-SYS-CELL-EXIT.
004200     IF WS-GRID-BEST-RC (WS-DAY-SUB WS-SYS-SUB) = ZERO
004210         MOVE 'CLEAN ' TO DTL-SYS-STATE (WS-SYS-SUB)
004220         ADD 1 TO WS-SYS-CLEAN-DAYS (WS-SYS-SUB)
004230     ELSE
004240         MOVE 'FAILED' TO DTL-SYS-STATE (WS-SYS-SUB)
004250         ADD 1 TO WS-SYS-FAIL-DAYS (WS-SYS-SUB).
004260 3200-SET-ONE-SYS-CELL-EXIT.
004270     EXIT.
004280 3300-RECORD-EXCUSED-DAY.
004290     IF WS-EXC-COUNT NOT < WS-EXC-MAX
004300         GO TO 3300-RECORD-EXCUSED-DAY-EXIT.
004310     ADD 1 TO WS-EXC-COUNT.
004320     MOVE WS-WORK-DATE TO WS-EXC-DATE (WS-EXC-COUNT).
004330     MOVE WS-SYS-ID (WS-SYS-SUB)
004340         TO WS-EXC-SYSTEM-ID (WS-EXC-COUNT).
004350     MOVE WS-OUT-FOUND-SUB TO WS-EXC-OUT-SUB (WS-EXC-COUNT).
004360 3300-RECORD-EXCUSED-DAY-EXIT.
004370     EXIT.
004380 3500-PRINT-EXCUSED-LIST.
004390     MOVE SPACES TO PRINT-LINE.
004400     WRITE PRINT-LINE.
004410     MOVE 'EXCUSED DAYS (PLANNED OUTAGES)' TO PRINT-LINE.
004420     WRITE PRINT-LINE.
004430     IF WS-EXC-COUNT = ZERO
004440         MOVE '    NONE' TO PRINT-LINE
004450         WRITE PRINT-LINE
004460         GO TO 3500-PRINT-EXCUSED-LIST-EXIT.
004470     WRITE PRINT-LINE FROM EXH-LINE.
004480     PERFORM 3550-PRINT-ONE-EXCUSED
004490         THRU 3550-PRINT-ONE-EXCUSED-EXIT
004500         VARYING WS-EXC-SUB FROM 1 BY 1
004510         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
004520 3500-PRINT-EXCUSED-LIST-EXIT.
004530     EXIT.
004540 3550-PRINT-ONE-EXCUSED.
004550     MOVE WS-EXC-OUT-SUB (WS-EXC-SUB) TO WS-OUT-SUB.
004560     MOVE WS-EXC-DATE (WS-EXC-SUB) TO EXD-DATE.
004570     MOVE WS-EXC-SYSTEM-ID (WS-EXC-SUB) TO EXD-SYSTEM-ID.
004580     MOVE WS-OE-TICKET (WS-OUT-SUB) TO EXD-TICKET.
004590     MOVE WS-OE-DESC (WS-OUT-SUB) TO EXD-DESC.
004600     WRITE PRINT-LINE FROM EXD-LINE.
004610 3550-PRINT-ONE-EXCUSED-EXIT.
004620     EXIT.
004630 4000-PRINT-TOTALS.
004640     MOVE SPACES TO PRINT-LINE.
004650     WRITE PRINT-LINE.
004660     MOVE 'MONTH-END TOTALS BY SYSTEM (BUSINESS DAYS)'
004670         TO PRINT-LINE.
004680     WRITE PRINT-LINE.
004690     PERFORM 4100-PRINT-ONE-SYSTEM
004700         THRU 4100-PRINT-ONE-SYSTEM-EXIT
004710         VARYING WS-SYS-SUB FROM 1 BY 1
004720         UNTIL WS-SYS-SUB > WS-SYS-COUNT.
004730     MOVE SPACES TO PRINT-LINE.
004740     WRITE PRINT-LINE.
004750     MOVE 'AUDIT RECORDS READ............'
004760         TO CNT-LABEL.
004770     MOVE WS-RECORDS-READ TO CNT-VALUE.
004780     WRITE PRINT-LINE FROM CNT-LINE.
004790     MOVE 'AUDIT RECORDS FOR MONTH.......'
004800         TO CNT-LABEL.
004810     MOVE WS-RECORDS-SELECTED TO CNT-VALUE.
004820     WRITE PRINT-LINE FROM CNT-LINE.
004830 4000-PRINT-TOTALS-EXIT.
004840     EXIT.
004850 4100-PRINT-ONE-SYSTEM.
004860     MOVE WS-SYS-ID (WS-SYS-SUB) TO TOT-SYS-ID.
004870     MOVE WS-SYS-CLEAN-DAYS (WS-SYS-SUB) TO TOT-CLEAN.
004880     MOVE WS-SYS-FAIL-DAYS (WS-SYS-SUB) TO TOT-FAILED.
004890     MOVE WS-SYS-NORUN-DAYS (WS-SYS-SUB) TO TOT-NORUN.
004900     MOVE WS-SYS-EXCUSED-DAYS (WS-SYS-SUB) TO TOT-EXCUSED.
004910     WRITE PRINT-LINE FROM TOT-LINE.
004920 4100-PRINT-ONE-SYSTEM-EXIT.
004930     EXIT.
004940 7000-DAY-OF-WEEK.
      ******************************************************************
      * ZELLER'S CONGRUENCE.  RESULT 0=SAT 1=SUN 2=MON ... 6=FRI.      *
      ******************************************************************
004950     MOVE WS-DOW-YEAR TO WS-DOW-WORK.
004960     IF WS-DOW-MONTH < 3
004970         ADD 12 TO WS-DOW-MONTH
004980         SUBTRACT 1 FROM WS-DOW-WORK.
004990     DIVIDE WS-DOW-WORK BY 100 GIVING WS-DOW-J
005000         REMAINDER WS-DOW-K.
005010     COMPUTE WS-DOW-TERM = 13 * (WS-DOW-MONTH + 1).
005020     DIVIDE 5 INTO WS-DOW-TERM.
005030     DIVIDE WS-DOW-K BY 4 GIVING WS-DOW-K4.
005040     DIVIDE WS-DOW-J BY 4 GIVING WS-DOW-J4.
005050     COMPUTE WS-DOW-WORK =
005060         WS-DOW-DAY + WS-DOW-TERM + WS-DOW-K
005070         + WS-DOW-K4 + WS-DOW-J4 + (5 * WS-DOW-J).
005080     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-TERM
005090         REMAINDER WS-DOW-RESULT.
005100 7000-DAY-OF-WEEK-EXIT.
005110     EXIT.
005120 7100-LEAP-YEAR-CHECK.
005130     DIVIDE WS-MONTH-YYYY BY 4 GIVING WS-LEAP-QUOT
005140         REMAINDER WS-LEAP-REM.
005150     IF WS-LEAP-REM NOT = ZERO
005160         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
005170     DIVIDE WS-MONTH-YYYY BY 100 GIVING WS-LEAP-QUOT
005180         REMAINDER WS-LEAP-REM.
005190     IF WS-LEAP-REM NOT = ZERO
005200         MOVE 29 TO WS-DAYS-IN-MONTH
005210         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
005220     DIVIDE WS-MONTH-YYYY BY 400 GIVING WS-LEAP-QUOT
005230         REMAINDER WS-LEAP-REM.
005240     IF WS-LEAP-REM = ZERO
005250         MOVE 29 TO WS-DAYS-IN-MONTH.
005260 7100-LEAP-YEAR-CHECK-EXIT.
005270     EXIT.
005280 7500-FIND-OUTAGE.
      ******************************************************************
      * LOOK FOR A WINDOW FOR WS-SYS-ID (WS-SYS-SUB) THAT COVERS       *
      * WS-WORK-DATE.  WS-OUT-FOUND-SUB = SLOT, OR ZERO WHEN NONE.    *
      ******************************************************************
005290     MOVE ZERO TO WS-OUT-FOUND-SUB.
005300     PERFORM 7550-MATCH-ONE-OUTAGE
005310         THRU 7550-MATCH-ONE-OUTAGE-EXIT
005320         VARYING WS-OUT-SUB FROM 1 BY 1
005330         UNTIL WS-OUT-SUB > WS-OUT-COUNT
005340             OR WS-OUT-FOUND-SUB > ZERO.
005350 7500-FIND-OUTAGE-EXIT.
005360     EXIT.
005370 7550-MATCH-ONE-OUTAGE.
005380     IF WS-OE-SYSTEM-ID (WS-OUT-SUB) = WS-SYS-ID (WS-SYS-SUB)
005390         AND WS-OE-FROM-DATE (WS-OUT-SUB) NOT > WS-WORK-DATE
005400         AND WS-OE-TO-DATE (WS-OUT-SUB) NOT < WS-WORK-DATE
005410         MOVE WS-OUT-SUB TO WS-OUT-FOUND-SUB.
005420 7550-MATCH-ONE-OUTAGE-EXIT.
005430     EXIT.
