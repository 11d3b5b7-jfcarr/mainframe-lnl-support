      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-09-02  JCF  ORIGINAL PROGRAM.                           *
      *   2026-10-15  JCF  EACH RUN NOW APPENDS A RECORD TO THE       *
      *                    SYS2.OPS.RUNCTL RUN-CONTROL LEDGER (JOB,   *
      *                    JAN 1 TO DEC 31 OF THE CERTIFIED YEAR BUT  *
      *                    NEVER PAST YESTERDAY, COMPLETION RC, RUN   *
      *                    DATE/TIME) FOR THE LEDGRPT SCHEDULE-GAP    *
      *                    REPORT.                                    *
      *   2026-10-15  JCF  A BUSINESS DAY WITH NO RUN THAT IS COVERED *
      *                    BY A PLANNED-OUTAGE WINDOW IN              *
      *                    SYS2.OPS.OUTAGES (SEE OUTREC) IS GRADED    *
      *                    EXCUSED INSTEAD OF MISSING: COUNTED IN ITS *
      *                    OWN COLUMN AND TOTAL, LISTED WITH ITS      *
      *                    CHANGE TICKET IN AN EXCUSED-DAYS SECTION   *
      *                    OF ITS OWN, AND NOT AN EXCEPTION FOR       *
      *                    CERTIFICATION OR THE RC.  CARDIN COLUMNS   *
      *                    6-9 NAME THE SYSTEM ID WHOSE WINDOWS APPLY *
      *                    (BLANK = ANY SYSTEM).                      *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'AUDCERT'.
000210     SELECT AUDITIN ASSIGN TO AUDITIN
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-AUDITIN-STATUS.
000232     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000234         ORGANIZATION IS SEQUENTIAL
000236         FILE STATUS IS WS-RUNCTL-STATUS.
000237     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000238         ORGANIZATION IS SEQUENTIAL
000239         FILE STATUS IS WS-OUTAGES-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  CARDIN
000280     RECORD CONTAINS 80 CHARACTERS.
000290 01  CRT-CONTROL-CARD.
000300     05  CRT-CTL-YEAR               PIC X(04).
000305     05  FILLER                     PIC X(01).
000307     05  CRT-CTL-SYSTEM-ID          PIC X(04).
000310     05  FILLER                     PIC X(71).
000320 FD  SYSPRINT
000330     LABEL RECORDS ARE OMITTED
000340     RECORD CONTAINS 80 CHARACTERS.
000370     LABEL RECORDS ARE STANDARD
000380     RECORD CONTAINS 32 CHARACTERS.
000390 COPY AUDITREC.
000391 FD  RUNCTL
000392     LABEL RECORDS ARE STANDARD
000393     RECORD CONTAINS 80 CHARACTERS.
000394 COPY RUNCTL.
000395 FD  OUTAGES
000396     LABEL RECORDS ARE STANDARD
000397     RECORD CONTAINS 80 CHARACTERS.
000398 COPY OUTREC.
000400 WORKING-STORAGE SECTION.
000410 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000420 77  WS-AUDITIN-STATUS          PIC X(02) VALUE SPACES.
000422 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000424 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000426 77  WS-ENDING-RC               PIC S9(04) COMP VALUE ZERO.
000430 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000440     88  CARDIN-EOF                       VALUE 'Y'.
000450 77  WS-AUDITIN-EOF-SW          PIC X(01) VALUE 'N'.
000460     88  AUDITIN-EOF                      VALUE 'Y'.
000462 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
000464     88  OUTAGES-EOF                      VALUE 'Y'.
000470 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000480     88  RUN-ERROR                        VALUE 'Y'.
000490 77  WS-CERT-YEAR               PIC X(04) VALUE SPACES.
000495 77  WS-SYSTEM-ID               PIC X(04) VALUE SPACES.
000500 77  WS-MM-SUB                  PIC S9(04) COMP VALUE ZERO.
000510 77  WS-DD-SUB                  PIC S9(04) COMP VALUE ZERO.
000520 77  WS-DAYS-IN-MONTH           PIC S9(04) COMP VALUE ZERO.
000560 77  WS-TOT-VERIFIED            PIC S9(04) COMP VALUE ZERO.
000570 77  WS-TOT-FAILED              PIC S9(04) COMP VALUE ZERO.
000580 77  WS-TOT-MISSING             PIC S9(04) COMP VALUE ZERO.
000582 77  WS-TOT-EXCUSED             PIC S9(04) COMP VALUE ZERO.
000584 77  WS-OUT-SUB                 PIC S9(04) COMP VALUE ZERO.
000585 77  WS-OUT-COUNT               PIC S9(04) COMP VALUE ZERO.
000586 77  WS-OUT-MAX                 PIC S9(04) COMP VALUE 100.
000587 77  WS-OUT-FOUND-SUB           PIC S9(04) COMP VALUE ZERO.
000590 01  WS-LEAP-FIELDS.
000600     05  WS-LEAP-QUOT           PIC S9(07) COMP.
000610     05  WS-LEAP-REM            PIC S9(07) COMP.
000800         10  WS-MT-VERIFIED     PIC S9(04) COMP.
000810         10  WS-MT-FAILED       PIC S9(04) COMP.
000820         10  WS-MT-MISSING      PIC S9(04) COMP.
000825         10  WS-MT-EXCUSED      PIC S9(04) COMP.
000830 01  WS-WORK-DATE.
000840     05  WS-WORK-YYYY           PIC 9(04).
000850     05  WS-WORK-MM             PIC 9(02).
000860     05  WS-WORK-DD             PIC 9(02).
000862 01  WS-OUT-TABLE.
000864     05  WS-OUT-ENTRY OCCURS 100 TIMES.
000866         10  WS-OE-FROM-DATE    PIC X(08).
000867         10  WS-OE-TO-DATE      PIC X(08).
000868         10  WS-OE-TICKET       PIC X(12).
000869         10  WS-OE-DESC         PIC X(30).
000870 COPY DATEPARM.
000880 01  HD1-LINE.
000890     05  FILLER                 PIC X(10) VALUE 'AUDCERT'.
000980     05  FILLER                 PIC X(10) VALUE 'VERIFIED'.
000990     05  FILLER                 PIC X(08) VALUE 'FAILED'.
001000     05  FILLER                 PIC X(09) VALUE 'MISSING'.
001005     05  FILLER                 PIC X(09) VALUE 'EXCUSED'.
001010     05  FILLER                 PIC X(10) VALUE 'STATUS'.
001020     05  FILLER                 PIC X(16) VALUE SPACES.
001030 01  MTH-LINE.
001040     05  MTH-MONTH              PIC X(06).
001050     05  FILLER                 PIC X(02) VALUE SPACES.
001100     05  MTH-FAILED             PIC ZZZZZ9.
001110     05  FILLER                 PIC X(02) VALUE SPACES.
001120     05  MTH-MISSING            PIC ZZZZZZ9.
001122     05  FILLER                 PIC X(02) VALUE SPACES.
001124     05  MTH-EXCUSED            PIC ZZZZZZ9.
001130     05  FILLER                 PIC X(03) VALUE SPACES.
001140     05  MTH-STATUS             PIC X(09).
001150     05  FILLER                 PIC X(23) VALUE SPACES.
001160 01  EXC-LINE.
001170     05  FILLER                 PIC X(04) VALUE SPACES.
001180     05  EXC-DATE               PIC X(08).
001230     05  FILLER                 PIC X(10) VALUE '  BEST-RC '.
001240     05  EXC-BEST-RC            PIC X(04).
001250     05  FILLER                 PIC X(33) VALUE SPACES.
001251 01  EXH-LINE.
001252     05  FILLER                 PIC X(40)
001253         VALUE '    DATE      TICKET        DESCRIPTION'.
001254     05  FILLER                 PIC X(40) VALUE SPACES.
001255 01  EXD-LINE.
001256     05  FILLER                 PIC X(04) VALUE SPACES.
001257     05  EXD-DATE               PIC X(08).
001258     05  FILLER                 PIC X(02) VALUE SPACES.
001259     05  EXD-TICKET             PIC X(12).
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001261     05  EXD-DESC               PIC X(30).
001262     05  FILLER                 PIC X(22) VALUE SPACES.
001265 01  TOT-LINE.
001270     05  TOT-LABEL              PIC X(30).
001280     05  TOT-VALUE              PIC ZZZZZZ9.
001290     05  FILLER                 PIC X(43) VALUE SPACES.
001370         THRU 2000-LOAD-AUDIT-INPUT-EXIT.
001380     IF RUN-ERROR
001390         GO TO 0000-WRAPUP.
001395     PERFORM 1800-LOAD-OUTAGES
001397         THRU 1800-LOAD-OUTAGES-EXIT.
001400     PERFORM 3000-GRADE-THE-YEAR
001410         THRU 3000-GRADE-THE-YEAR-EXIT.
001420     PERFORM 4000-PRINT-MONTH-SUMMARY
001430         THRU 4000-PRINT-MONTH-SUMMARY-EXIT.
001440     PERFORM 5000-PRINT-EXCEPTIONS
001450         THRU 5000-PRINT-EXCEPTIONS-EXIT.
001452     PERFORM 5500-PRINT-EXCUSED-LIST
001454         THRU 5500-PRINT-EXCUSED-LIST-EXIT.
001460     PERFORM 6000-PRINT-TOTALS
001470         THRU 6000-PRINT-TOTALS-EXIT.
001480     IF WS-TOT-FAILED > ZERO OR WS-TOT-MISSING > ZERO
001510     CLOSE SYSPRINT.
001520     IF RUN-ERROR
001530         MOVE 8 TO RETURN-CODE.
001532     PERFORM 8000-WRITE-RUN-CONTROL
001534         THRU 8000-WRITE-RUN-CONTROL-EXIT.
001540     STOP RUN.
001550 1000-INITIALIZE.
001560     OPEN OUTPUT SYSPRINT.
001760         MOVE 'Y' TO WS-RUN-ERROR-SW
001770         GO TO 1000-INITIALIZE-EXIT.
001780     MOVE WS-CERT-YEAR TO WS-YEAR-NUM.
001785     MOVE CRT-CTL-SYSTEM-ID TO WS-SYSTEM-ID.
001790     MOVE WS-CERT-YEAR TO HD1-YEAR.
001800     WRITE PRINT-LINE FROM HD1-LINE.
001810     MOVE SPACES TO PRINT-LINE.
001910     MOVE ZERO TO WS-MT-VERIFIED (WS-MM-SUB).
001920     MOVE ZERO TO WS-MT-FAILED (WS-MM-SUB).
001930     MOVE ZERO TO WS-MT-MISSING (WS-MM-SUB).
001935     MOVE ZERO TO WS-MT-EXCUSED (WS-MM-SUB).
001940     PERFORM 1200-CLEAR-ONE-DAY
001950         THRU 1200-CLEAR-ONE-DAY-EXIT
001960         VARYING WS-DD-SUB FROM 1 BY 1
002030     MOVE SPACE TO WS-GD-STATUS (WS-MM-SUB WS-DD-SUB).
002040 1200-CLEAR-ONE-DAY-EXIT.
002050     EXIT.
002060 1800-LOAD-OUTAGES.
      ******************************************************************
      * KEEP EVERY PLANNED-OUTAGE WINDOW THAT TOUCHES THE CERTIFIED   *
      * YEAR FOR THE CARD'S SYSTEM ID (ANY SYSTEM WHEN IT IS BLANK).  *
      * THE FILE IS OPTIONAL; AN OPEN FAILURE IS WARNED ABOUT AND NO  *
      * DAY IS EXCUSED.                                               *
      ******************************************************************
002070     OPEN INPUT OUTAGES.
002080     IF WS-OUTAGES-STATUS NOT = '00' AND
002090        WS-OUTAGES-STATUS NOT = '05'
002100         DISPLAY 'AUDCERT: OUTAGES OPEN FAILED, STATUS='
002110             WS-OUTAGES-STATUS ', NO DAY EXCUSED' UPON OPCNSL
002120         GO TO 1800-LOAD-OUTAGES-EXIT.
002130     PERFORM 1810-READ-OUTAGE-RECORD
002140         THRU 1810-READ-OUTAGE-RECORD-EXIT
002150         UNTIL OUTAGES-EOF.
002160     CLOSE OUTAGES.
002170 1800-LOAD-OUTAGES-EXIT.
002180     EXIT.
002190 1810-READ-OUTAGE-RECORD.
002200     READ OUTAGES
002210         AT END
002220             SET OUTAGES-EOF TO TRUE
002230             GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002240     IF WS-SYSTEM-ID NOT = SPACES AND
002250        OUT-SYSTEM-ID NOT = WS-SYSTEM-ID
002260         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002270     IF OUT-FROM-DATE (1:4) > WS-CERT-YEAR OR
002280        OUT-TO-DATE (1:4) < WS-CERT-YEAR
002290         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002300     IF WS-OUT-COUNT NOT < WS-OUT-MAX
002310         DISPLAY 'AUDCERT: MORE THAN 100 OUTAGE WINDOWS IN '
002320             'YEAR, TICKET ' OUT-TICKET ' SKIPPED' UPON OPCNSL
002330         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
002340     ADD 1 TO WS-OUT-COUNT.
002350     MOVE OUT-FROM-DATE TO WS-OE-FROM-DATE (WS-OUT-COUNT).
002360     MOVE OUT-TO-DATE TO WS-OE-TO-DATE (WS-OUT-COUNT).
002370     MOVE OUT-TICKET TO WS-OE-TICKET (WS-OUT-COUNT).
002375     MOVE OUT-DESC TO WS-OE-DESC (WS-OUT-COUNT).
002380 1810-READ-OUTAGE-RECORD-EXIT.
002390     EXIT.
002400 2000-LOAD-AUDIT-INPUT.
002410     OPEN INPUT AUDITIN.
002420     IF WS-AUDITIN-STATUS NOT = '00'
002430         DISPLAY 'AUDCERT: AUDITIN OPEN FAILED, STATUS='
002440             WS-AUDITIN-STATUS UPON OPCNSL
002450         MOVE 'Y' TO WS-RUN-ERROR-SW
002460         GO TO 2000-LOAD-AUDIT-INPUT-EXIT.
002470     PERFORM 2100-LOAD-ONE-AUDIT
002480         THRU 2100-LOAD-ONE-AUDIT-EXIT
002490         UNTIL AUDITIN-EOF.
002500     CLOSE AUDITIN.
002510 2000-LOAD-AUDIT-INPUT-EXIT.
002520     EXIT.
002530 2100-LOAD-ONE-AUDIT.
002540     READ AUDITIN
002550         AT END
002560             SET AUDITIN-EOF TO TRUE
002570             GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002580     ADD 1 TO WS-RECORDS-READ.
002590     IF AUD-RUN-DATE (1:4) NOT = WS-CERT-YEAR
002600         GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002610     IF AUD-RUN-DATE (5:4) NOT NUMERIC
002620         GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002630     MOVE AUD-RUN-DATE TO WS-WORK-DATE.
002640     IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
002650         GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002660     IF WS-WORK-DD < 01 OR WS-WORK-DD > 31
002670         GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002680     ADD 1 TO WS-RECORDS-SELECTED.
002690     MOVE WS-WORK-MM TO WS-MM-SUB.
002700     MOVE WS-WORK-DD TO WS-DD-SUB.
002710     ADD 1 TO WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB).
002720     IF AUD-RETURN-CODE NOT NUMERIC
002730         GO TO 2100-LOAD-ONE-AUDIT-EXIT.
002740     IF AUD-RETURN-CODE < WS-GD-BEST-RC (WS-MM-SUB WS-DD-SUB)
002750         MOVE AUD-RETURN-CODE
002760             TO WS-GD-BEST-RC (WS-MM-SUB WS-DD-SUB).
002770 2100-LOAD-ONE-AUDIT-EXIT.
002780     EXIT.
002790 3000-GRADE-THE-YEAR.
002800     PERFORM 3100-GRADE-ONE-MONTH
002810         THRU 3100-GRADE-ONE-MONTH-EXIT
002820         VARYING WS-MM-SUB FROM 1 BY 1
002830         UNTIL WS-MM-SUB > 12.
002840 3000-GRADE-THE-YEAR-EXIT.
002850     EXIT.
002860 3100-GRADE-ONE-MONTH.
002870     MOVE WS-MONTH-DAY-CT (WS-MM-SUB) TO WS-DAYS-IN-MONTH.
002880     IF WS-MM-SUB = 02
002890         PERFORM 7100-LEAP-YEAR-CHECK
002900             THRU 7100-LEAP-YEAR-CHECK-EXIT
002910         IF LEAP-YEAR
002920             MOVE 29 TO WS-DAYS-IN-MONTH.
002930     PERFORM 3200-GRADE-ONE-DAY
002940         THRU 3200-GRADE-ONE-DAY-EXIT
002950         VARYING WS-DD-SUB FROM 1 BY 1
002960         UNTIL WS-DD-SUB > WS-DAYS-IN-MONTH.
002970 3100-GRADE-ONE-MONTH-EXIT.
002980     EXIT.
002990 3200-GRADE-ONE-DAY.
003000     MOVE WS-YEAR-NUM TO WS-WORK-YYYY.
003010     MOVE WS-MM-SUB TO WS-WORK-MM.
003020     MOVE WS-DD-SUB TO WS-WORK-DD.
003030     SET DSP-FUNC-BUSINESS-DAY TO TRUE.
003040     MOVE WS-WORK-DATE TO DSP-DATE-YYYYMMDD.
003050     CALL 'DATESUB' USING DATE-SERVICE-PARM.
003060     IF NOT DSP-GOOD-DATE OR NOT DSP-BUSINESS-DAY
003070         GO TO 3200-GRADE-ONE-DAY-EXIT.
003080     ADD 1 TO WS-MT-BUS-DAYS (WS-MM-SUB).
003090     ADD 1 TO WS-TOT-BUS-DAYS.
003100     IF WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB) = ZERO
003110         PERFORM 7500-FIND-OUTAGE
003120             THRU 7500-FIND-OUTAGE-EXIT.
003130     IF WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB) = ZERO
003140         AND WS-OUT-FOUND-SUB > ZERO
003150         MOVE 'E' TO WS-GD-STATUS (WS-MM-SUB WS-DD-SUB)
003160         ADD 1 TO WS-MT-EXCUSED (WS-MM-SUB)
003170         ADD 1 TO WS-TOT-EXCUSED
003180         GO TO 3200-GRADE-ONE-DAY-EXIT.
003190     IF WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB) = ZERO
003200         MOVE 'M' TO WS-GD-STATUS (WS-MM-SUB WS-DD-SUB)
003210         ADD 1 TO WS-MT-MISSING (WS-MM-SUB)
003220         ADD 1 TO WS-TOT-MISSING
003230         GO TO 3200-GRADE-ONE-DAY-EXIT.
003240     IF WS-GD-BEST-RC (WS-MM-SUB WS-DD-SUB) = ZERO
003250         MOVE 'V' TO WS-GD-STATUS (WS-MM-SUB WS-DD-SUB)
003260         ADD 1 TO WS-MT-VERIFIED (WS-MM-SUB)
003270         ADD 1 TO WS-TOT-VERIFIED
003280     ELSE
003290         MOVE 'F' TO WS-GD-STATUS (WS-MM-SUB WS-DD-SUB)
003300         ADD 1 TO WS-MT-FAILED (WS-MM-SUB)
003310         ADD 1 TO WS-TOT-FAILED.
003320 3200-GRADE-ONE-DAY-EXIT.
003330     EXIT.
003340 4000-PRINT-MONTH-SUMMARY.
003350     WRITE PRINT-LINE FROM HD2-LINE.
003360     MOVE SPACES TO PRINT-LINE.
003370     WRITE PRINT-LINE.
003380     PERFORM 4100-PRINT-ONE-MONTH
003390         THRU 4100-PRINT-ONE-MONTH-EXIT
003400         VARYING WS-MM-SUB FROM 1 BY 1
003410         UNTIL WS-MM-SUB > 12.
003420 4000-PRINT-MONTH-SUMMARY-EXIT.
003430     EXIT.
003440 4100-PRINT-ONE-MONTH.
003450     MOVE SPACES TO MTH-MONTH.
003460     MOVE WS-CERT-YEAR TO MTH-MONTH (1:4).
003470     MOVE WS-MM-SUB TO WS-WORK-MM.
003480     MOVE WS-WORK-MM TO MTH-MONTH (5:2).
003490     MOVE WS-MT-BUS-DAYS (WS-MM-SUB) TO MTH-BUS-DAYS.
003500     MOVE WS-MT-VERIFIED (WS-MM-SUB) TO MTH-VERIFIED.
003510     MOVE WS-MT-FAILED (WS-MM-SUB) TO MTH-FAILED.
003520     MOVE WS-MT-MISSING (WS-MM-SUB) TO MTH-MISSING.
003530     MOVE WS-MT-EXCUSED (WS-MM-SUB) TO MTH-EXCUSED.
003540     IF WS-MT-FAILED (WS-MM-SUB) = ZERO
003550         AND WS-MT-MISSING (WS-MM-SUB) = ZERO
003560         MOVE 'CERTIFIED' TO MTH-STATUS
003570     ELSE
003580         MOVE 'EXCEPTION' TO MTH-STATUS.
003590     WRITE PRINT-LINE FROM MTH-LINE.
003600 4100-PRINT-ONE-MONTH-EXIT.
003610     EXIT.
003620 5000-PRINT-EXCEPTIONS.
003630     MOVE SPACES TO PRINT-LINE.
003640     WRITE PRINT-LINE.
003650     MOVE 'EXCEPTIONS - BUSINESS DAYS NOT VERIFIED CLEAN'
003660         TO PRINT-LINE.
003670     WRITE PRINT-LINE.
003680     PERFORM 5100-EXCEPT-ONE-MONTH
003690         THRU 5100-EXCEPT-ONE-MONTH-EXIT
003700         VARYING WS-MM-SUB FROM 1 BY 1
003710         UNTIL WS-MM-SUB > 12.
003720     IF WS-TOT-FAILED = ZERO AND WS-TOT-MISSING = ZERO
003740         MOVE '    NONE - EVERY BUSINESS DAY VERIFIED CLEAN'
003750             TO PRINT-LINE
003760         WRITE PRINT-LINE.
003770 5000-PRINT-EXCEPTIONS-EXIT.
003780     EXIT.
003790 5100-EXCEPT-ONE-MONTH.
003800     PERFORM 5200-EXCEPT-ONE-DAY
003810         THRU 5200-EXCEPT-ONE-DAY-EXIT
003820         VARYING WS-DD-SUB FROM 1 BY 1
003830         UNTIL WS-DD-SUB > 31.
003840 5100-EXCEPT-ONE-MONTH-EXIT.
003850     EXIT.
003860 5200-EXCEPT-ONE-DAY.
003870     IF WS-GD-STATUS (WS-MM-SUB WS-DD-SUB) NOT = 'M'
003880         AND WS-GD-STATUS (WS-MM-SUB WS-DD-SUB) NOT = 'F'
003900         GO TO 5200-EXCEPT-ONE-DAY-EXIT.
003910     MOVE WS-YEAR-NUM TO WS-WORK-YYYY.
003920     MOVE WS-MM-SUB TO WS-WORK-MM.
003930     MOVE WS-DD-SUB TO WS-WORK-DD.
003940     MOVE WS-WORK-DATE TO EXC-DATE.
003960     IF WS-GD-STATUS (WS-MM-SUB WS-DD-SUB) = 'M'
003970         MOVE 'MISSING ' TO EXC-STATUS
003980     ELSE
003990         MOVE 'FAILED  ' TO EXC-STATUS.
004050     MOVE WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB) TO EXC-RUNS.
004060     IF WS-GD-RUN-COUNT (WS-MM-SUB WS-DD-SUB) = ZERO
004070         MOVE SPACES TO EXC-BEST-RC
004080     ELSE
004090         MOVE WS-GD-BEST-RC (WS-MM-SUB WS-DD-SUB)
004100             TO EXC-BEST-RC.
004110     WRITE PRINT-LINE FROM EXC-LINE.
004120 5200-EXCEPT-ONE-DAY-EXIT.
004130     EXIT.
004140 5500-PRINT-EXCUSED-LIST.
      ******************************************************************
      * BUSINESS DAYS WITH NO RUN THAT A PLANNED-OUTAGE WINDOW COVERS  *
      * ARE NOT EXCEPTIONS; THEY ARE LISTED HERE ON THEIR OWN WITH THE *
      * CHANGE TICKET AND DESCRIPTION, SO THE AUDITOR CAN TRACE EACH   *
      * ONE TO ITS APPROVED CHANGE.                                    *
      ******************************************************************
004150     MOVE SPACES TO PRINT-LINE.
004160     WRITE PRINT-LINE.
004170     MOVE 'EXCUSED DAYS (PLANNED OUTAGES)' TO PRINT-LINE.
004180     WRITE PRINT-LINE.
004190     IF WS-TOT-EXCUSED = ZERO
004200         MOVE '    NONE' TO PRINT-LINE
004210         WRITE PRINT-LINE
004220         GO TO 5500-PRINT-EXCUSED-LIST-EXIT.
004230     WRITE PRINT-LINE FROM EXH-LINE.
004240     PERFORM 5600-EXCUSED-ONE-MONTH
004250         THRU 5600-EXCUSED-ONE-MONTH-EXIT
004260         VARYING WS-MM-SUB FROM 1 BY 1
004270         UNTIL WS-MM-SUB > 12.
004280 5500-PRINT-EXCUSED-LIST-EXIT.
004290     EXIT.
004300 5600-EXCUSED-ONE-MONTH.
004310     PERFORM 5700-EXCUSED-ONE-DAY
004320         THRU 5700-EXCUSED-ONE-DAY-EXIT
004330         VARYING WS-DD-SUB FROM 1 BY 1
004340         UNTIL WS-DD-SUB > 31.
004350 5600-EXCUSED-ONE-MONTH-EXIT.
004360     EXIT.
004370 5700-EXCUSED-ONE-DAY.
004380     IF WS-GD-STATUS (WS-MM-SUB WS-DD-SUB) NOT = 'E'
004390         GO TO 5700-EXCUSED-ONE-DAY-EXIT.
004400     MOVE WS-YEAR-NUM TO WS-WORK-YYYY.
004410     MOVE WS-MM-SUB TO WS-WORK-MM.
004420     MOVE WS-DD-SUB TO WS-WORK-DD.
004430     PERFORM 7500-FIND-OUTAGE
004440         THRU 7500-FIND-OUTAGE-EXIT.
004450     MOVE WS-WORK-DATE TO EXD-DATE.
004460     MOVE WS-OE-TICKET (WS-OUT-FOUND-SUB) TO EXD-TICKET.
004470     MOVE WS-OE-DESC (WS-OUT-FOUND-SUB) TO EXD-DESC.
004480     WRITE PRINT-LINE FROM EXD-LINE.
004490 5700-EXCUSED-ONE-DAY-EXIT.
004500     EXIT.
004510 6000-PRINT-TOTALS.
004520     MOVE SPACES TO PRINT-LINE.
004530     WRITE PRINT-LINE.
004540     MOVE 'YEAR-END TOTALS' TO PRINT-LINE.
004550     WRITE PRINT-LINE.
004560     MOVE 'BUSINESS DAYS IN YEAR.........'
004570         TO TOT-LABEL.
004580     MOVE WS-TOT-BUS-DAYS TO TOT-VALUE.
004590     WRITE PRINT-LINE FROM TOT-LINE.
004600     MOVE 'BUSINESS DAYS VERIFIED........'
004610         TO TOT-LABEL.
004620     MOVE WS-TOT-VERIFIED TO TOT-VALUE.
004630     WRITE PRINT-LINE FROM TOT-LINE.
004640     MOVE 'BUSINESS DAYS FAILED..........'
004650         TO TOT-LABEL.
004660     MOVE WS-TOT-FAILED TO TOT-VALUE.
004670     WRITE PRINT-LINE FROM TOT-LINE.
004680     MOVE 'BUSINESS DAYS MISSING.........'
004690         TO TOT-LABEL.
004700     MOVE WS-TOT-MISSING TO TOT-VALUE.
004710     WRITE PRINT-LINE FROM TOT-LINE.
004720     MOVE 'BUSINESS DAYS EXCUSED.........'
004730         TO TOT-LABEL.
004740     MOVE WS-TOT-EXCUSED TO TOT-VALUE.
004750     WRITE PRINT-LINE FROM TOT-LINE.
004760     MOVE 'AUDIT RECORDS READ............'
004770         TO TOT-LABEL.
004780     MOVE WS-RECORDS-READ TO TOT-VALUE.
004790     WRITE PRINT-LINE FROM TOT-LINE.
004800     MOVE 'AUDIT RECORDS FOR YEAR........'
004810         TO TOT-LABEL.
004820     MOVE WS-RECORDS-SELECTED TO TOT-VALUE.
004830     WRITE PRINT-LINE FROM TOT-LINE.
004840 6000-PRINT-TOTALS-EXIT.
004850     EXIT.
004860 7100-LEAP-YEAR-CHECK.
004870     MOVE 'N' TO WS-LEAP-SW.
004880     DIVIDE WS-YEAR-NUM BY 4 GIVING WS-LEAP-QUOT
004890         REMAINDER WS-LEAP-REM.
004900     IF WS-LEAP-REM NOT = ZERO
004910         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
004920     DIVIDE WS-YEAR-NUM BY 100 GIVING WS-LEAP-QUOT
004930         REMAINDER WS-LEAP-REM.
004940     IF WS-LEAP-REM NOT = ZERO
004950         MOVE 'Y' TO WS-LEAP-SW
004960         GO TO 7100-LEAP-YEAR-CHECK-EXIT.
004970     DIVIDE WS-YEAR-NUM BY 400 GIVING WS-LEAP-QUOT
004980         REMAINDER WS-LEAP-REM.
004990     IF WS-LEAP-REM = ZERO
005000         MOVE 'Y' TO WS-LEAP-SW.
005010 7100-LEAP-YEAR-CHECK-EXIT.
005020     EXIT.
005030 7500-FIND-OUTAGE.
      ******************************************************************
      * LOOK FOR A WINDOW COVERING WS-WORK-DATE.  WS-OUT-FOUND-SUB =  *
      * SLOT, OR ZERO WHEN NONE.                                      *
      ******************************************************************
005040     MOVE ZERO TO WS-OUT-FOUND-SUB.
005050     PERFORM 7550-MATCH-ONE-OUTAGE
005060         THRU 7550-MATCH-ONE-OUTAGE-EXIT
005070         VARYING WS-OUT-SUB FROM 1 BY 1
005080         UNTIL WS-OUT-SUB > WS-OUT-COUNT
005090             OR WS-OUT-FOUND-SUB > ZERO.
005100 7500-FIND-OUTAGE-EXIT.
005110     EXIT.
005120 7550-MATCH-ONE-OUTAGE.
005130     IF WS-OE-FROM-DATE (WS-OUT-SUB) NOT > WS-WORK-DATE
005140         AND WS-OE-TO-DATE (WS-OUT-SUB) NOT < WS-WORK-DATE
005150         MOVE WS-OUT-SUB TO WS-OUT-FOUND-SUB.
005160 7550-MATCH-ONE-OUTAGE-EXIT.
005170     EXIT.
005180 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * APPEND THIS RUN TO THE RUN-CONTROL LEDGER: THE CERTIFIED      *
      * CALENDAR YEAR (NO LATER THAN YESTERDAY - SEE 8100) AND THE RC *
      * THE JOB IS ENDING WITH.  A LEDGER OPEN FAILURE IS ONLY WARNED *
      * ABOUT; A WRITE THAT FAILS ON AN OPEN LEDGER ENDS THE RUN      *
      * RC=8.                                                         *
      ******************************************************************
005190     OPEN EXTEND RUNCTL.
005200     IF WS-RUNCTL-STATUS NOT = '00' AND
005210        WS-RUNCTL-STATUS NOT = '05'
005220         DISPLAY 'AUDCERT: RUNCTL OPEN FAILED, STATUS='
005230             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
005240         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
005250     MOVE SPACES TO RUN-CONTROL-RECORD.
005260     MOVE 'AUDCERT' TO RCL-JOBNAME.
005270     IF WS-CERT-YEAR NUMERIC
005280         MOVE WS-CERT-YEAR TO RCL-PERIOD-FROM (1:4)
005290         MOVE '0101' TO RCL-PERIOD-FROM (5:4)
005300         MOVE WS-CERT-YEAR TO RCL-PERIOD-TO (1:4)
005310         MOVE '1231' TO RCL-PERIOD-TO (5:4).
005320     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005330     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
005340     ACCEPT RCL-RUN-TIME FROM TIME.
005350     IF RCL-PERIOD-TO NOT = SPACES
005360         PERFORM 8100-CAP-PERIOD-TO
005370             THRU 8100-CAP-PERIOD-TO-EXIT.
005380     WRITE RUN-CONTROL-RECORD.
005390     IF WS-RUNCTL-STATUS NOT = '00'
005400         DISPLAY 'AUDCERT: RUNCTL WRITE FAILED, STATUS='
005410             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
005420         MOVE 'Y' TO WS-RUN-ERROR-SW
005430         MOVE 8 TO RETURN-CODE.
005440     CLOSE RUNCTL.
005450 8000-WRITE-RUN-CONTROL-EXIT.
005460     EXIT.
005470 8100-CAP-PERIOD-TO.
      ******************************************************************
      * ONLY DAYS THAT ARE OVER COUNT AS COVERED: A PERIOD ENDING      *
      * TODAY OR LATER IS CUT BACK TO YESTERDAY, SO AUDPURGE NEVER     *
      * TREATS A DAY THE RUN COULD NOT YET HAVE SEEN AS REPORTED.  A   *
      * PERIOD THAT HAS NOT STARTED BY THEN IS LEDGERED BLANK, AS FOR  *
      * A RUN THAT FAILED BEFORE ITS PERIOD WAS EDITED.  THE JOB'S     *
      * RETURN CODE IS SAVED ACROSS THE DATESUB CALL, WHICH WOULD      *
      * OTHERWISE RESET IT.                                            *
      ******************************************************************
005475     MOVE RETURN-CODE TO WS-ENDING-RC.
005480     SET DSP-FUNC-DAY-OFFSET TO TRUE.
005490     MOVE RCL-RUN-DATE TO DSP-DATE-YYYYMMDD.
005500     MOVE -1 TO DSP-DAY-OFFSET.
005510     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005515     MOVE WS-ENDING-RC TO RETURN-CODE.
005520     IF NOT DSP-GOOD-DATE
005530         MOVE SPACES TO RCL-PERIOD-FROM
005540         MOVE SPACES TO RCL-PERIOD-TO
005550         GO TO 8100-CAP-PERIOD-TO-EXIT.
005560     IF RCL-PERIOD-TO > DSP-RESULT-YYYYMMDD
005570         MOVE DSP-RESULT-YYYYMMDD TO RCL-PERIOD-TO.
005580     IF RCL-PERIOD-FROM > RCL-PERIOD-TO
005590         MOVE SPACES TO RCL-PERIOD-FROM
005600         MOVE SPACES TO RCL-PERIOD-TO.
005610 8100-CAP-PERIOD-TO-EXIT.
005620     EXIT.
