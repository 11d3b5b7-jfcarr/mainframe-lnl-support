      *                    PROFILE'S PURGEDAY DAYS.  THE RESOLVED     *
      *                    ABSOLUTE CUTOFF IS ECHOED ON SYSPRINT, SO  *
      *                    THE SCHEDULED DECK NEVER NEEDS AN EDIT.    *
      *   2026-10-15  JCF  PURGE GATE.  THE SYS2.OPS.RUNCTL RUN-      *
      *                    CONTROL LEDGER (RUNCTL DD, SEE RUNCTL) IS  *
      *                    READ AT START-UP AND A RECORD OLDER THAN   *
      *                    THE CUTOFF IS ONLY PURGED WHEN EVERY       *
      *                    REQUIRED REPORT (AUDITRPT, RECON,          *
      *                    AUDVERIF) HAS A RUN COVERING ITS DATE THAT *
      *                    ENDED AT OR BELOW THE PROFILE'S CLEANRC    *
      *                    (DEFAULT 4).  HELD RECORDS ARE RETAINED    *
      *                    AND COUNTED, EACH BLOCKED DATE IS LISTED   *
      *                    ON SYSPRINT WITH THE JOBS HOLDING IT, AND  *
      *                    THE RUN ENDS RC=4.                         *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'AUDPURGE'.
000260     SELECT ARCHOUT ASSIGN TO ARCHOUT
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-ARCHOUT-STATUS.
000282     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000284         ORGANIZATION IS SEQUENTIAL
000286         FILE STATUS IS WS-RUNCTL-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CARDIN
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 32 CHARACTERS.
000470 01  ARCH-RECORD                    PIC X(32).
000472 FD  RUNCTL
000474     LABEL RECORDS ARE STANDARD
000476     RECORD CONTAINS 80 CHARACTERS.
000478 COPY RUNCTL.
000480 WORKING-STORAGE SECTION.
000490 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000500 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000640     88  REL-PARSE-DONE                   VALUE 'Y'.
000642 77  WS-REL-ERROR-SW            PIC X(01) VALUE 'N'.
000644     88  REL-PARSE-ERROR                  VALUE 'Y'.
000645 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000646 77  WS-RUNCTL-EOF-SW           PIC X(01) VALUE 'N'.
000647     88  RUNCTL-EOF                       VALUE 'Y'.
000648 77  WS-CLEAN-RC                PIC 9(04) VALUE 0004.
000649 77  WS-RUNS-READ               PIC S9(07) COMP VALUE ZERO.
000650 77  WS-RUN-COUNT               PIC S9(04) COMP VALUE ZERO.
000651 77  WS-RUN-MAX                 PIC S9(04) COMP VALUE 1000.
000652 77  WS-RUN-SUB                 PIC S9(04) COMP VALUE ZERO.
000653 77  WS-RUN-OVERFLOW-SW         PIC X(01) VALUE 'N'.
000654     88  RUN-OVERFLOW                     VALUE 'Y'.
000655 77  WS-REQ-COUNT               PIC S9(04) COMP VALUE 3.
000656 77  WS-REQ-SUB                 PIC S9(04) COMP VALUE ZERO.
000657 77  WS-BLK-COUNT               PIC S9(04) COMP VALUE ZERO.
000658 77  WS-BLK-MAX                 PIC S9(04) COMP VALUE 400.
000659 77  WS-BLK-SUB                 PIC S9(04) COMP VALUE ZERO.
000660 77  WS-BLK-FOUND-SUB           PIC S9(04) COMP VALUE ZERO.
000661 77  WS-RECORDS-HELD            PIC S9(07) COMP VALUE ZERO.
000662 77  WS-MATCH-SW                PIC X(01) VALUE 'N'.
000663     88  MATCH-FOUND                      VALUE 'Y'.
000664 77  WS-DATE-BLOCKED-SW         PIC X(01) VALUE 'N'.
000665     88  DATE-BLOCKED                     VALUE 'Y'.
000666 COPY DATEPARM.
000667 01  WS-REQ-JOB-TABLE.
000668     05  FILLER                 PIC X(24)
000669         VALUE 'AUDITRPTRECON   AUDVERIF'.
000670 01  WS-REQ-JOBS REDEFINES WS-REQ-JOB-TABLE.
000671     05  WS-REQ-JOB             PIC X(08) OCCURS 3 TIMES.
000672 01  WS-GATE-MISS-TABLE.
000673     05  WS-GATE-MISS-SW        PIC X(01) OCCURS 3 TIMES.
000674 01  WS-RUN-TABLE.
000675     05  WS-RUN-ENTRY OCCURS 1000 TIMES.
000676         10  WS-RUN-JOBNAME     PIC X(08).
000677         10  WS-RUN-FROM        PIC X(08).
000678         10  WS-RUN-TO          PIC X(08).
000679 01  WS-BLK-TABLE.
000680     05  WS-BLK-ENTRY OCCURS 400 TIMES.
000681         10  WS-BLK-DATE        PIC X(08).
000682         10  WS-BLK-JOB         PIC X(08) OCCURS 3 TIMES.
000683 01  BLK-LINE.
000684     05  FILLER                 PIC X(08) VALUE 'BLOCKED '.
000685     05  BLK-DATE               PIC X(08).
000686     05  FILLER                 PIC X(18)
000687         VALUE '  NO CLEAN RUN OF '.
000688     05  BLK-JOB-ENTRY OCCURS 3 TIMES.
000689         10  BLK-JOB            PIC X(08).
000690         10  FILLER             PIC X(01).
000691     05  FILLER                 PIC X(19) VALUE SPACES.
000692 01  RES-LINE.
000693     05  FILLER                 PIC X(22)
000694         VALUE 'CUTOFF RESOLVED FROM  '.
000695     05  RES-SOURCE             PIC X(16).
000696     05  FILLER                 PIC X(42) VALUE SPACES.
000697 01  HD1-LINE.
000698     05  FILLER                 PIC X(10) VALUE 'AUDPURGE'.
000699     05  FILLER                 PIC X(32)
000700         VALUE 'AUDIT-LOG RETENTION RUN'.
000701     05  FILLER                 PIC X(07) VALUE 'CUTOFF '.
000702     05  HD1-CUTOFF             PIC X(08).
000703     05  FILLER                 PIC X(23) VALUE SPACES.
000704 01  TOT-LINE.
000705     05  TOT-LABEL              PIC X(30).
000706     05  TOT-VALUE              PIC ZZZZZZ9.
000707     05  FILLER                 PIC X(43) VALUE SPACES.
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE
000810         THRU 2000-PURGE-AUDIT-LOG-EXIT.
000820     PERFORM 3000-PRINT-TOTALS
000830         THRU 3000-PRINT-TOTALS-EXIT.
000832     IF WS-RECORDS-HELD > ZERO
000834         DISPLAY 'AUDPURGE: ' WS-RECORDS-HELD
000836             ' RECORD(S) HELD BY THE PURGE GATE, SEE SYSPRINT'
000837             UPON OPCNSL
000838         MOVE 4 TO RETURN-CODE.
000840 0000-WRAPUP.
000850     CLOSE SYSPRINT.
000860     IF RUN-ERROR
001090             WS-CUTOFF-DATE UPON OPCNSL
001100         MOVE 'Y' TO WS-RUN-ERROR-SW
001110         GO TO 1000-INITIALIZE-EXIT.
001111     PERFORM 1800-LOAD-RUN-CONTROL
001112         THRU 1800-LOAD-RUN-CONTROL-EXIT.
001120     MOVE WS-CUTOFF-DATE TO HD1-CUTOFF.
001130     WRITE PRINT-LINE FROM HD1-LINE.
001131     WRITE PRINT-LINE FROM RES-LINE.
001134         TO TOT-LABEL.
001136     MOVE WS-PURGE-DAYS TO TOT-VALUE.
001138     WRITE PRINT-LINE FROM TOT-LINE.
001140     MOVE 'LEDGER CLEAN RC BOUNDARY......'
001142         TO TOT-LABEL.
001144     MOVE WS-CLEAN-RC TO TOT-VALUE.
001146     WRITE PRINT-LINE FROM TOT-LINE.
001148     MOVE 'LEDGER CLEAN RUNS LOADED......'
001150         TO TOT-LABEL.
001152     MOVE WS-RUN-COUNT TO TOT-VALUE.
001154     WRITE PRINT-LINE FROM TOT-LINE.
001156     MOVE SPACES TO PRINT-LINE.
001158     WRITE PRINT-LINE.
001160 1000-INITIALIZE-EXIT.
001170     EXIT.
001172 1100-DEFAULT-FROM-PROFILE.
001450     IF AUD-RUN-DATE NOT < WS-CUTOFF-DATE
001460         ADD 1 TO WS-RECORDS-RETAINED
001470         GO TO 2100-PURGE-ONE-RECORD-EXIT.
001472     PERFORM 2200-CHECK-PURGE-GATE
001473         THRU 2200-CHECK-PURGE-GATE-EXIT.
001474     IF DATE-BLOCKED
001475         ADD 1 TO WS-RECORDS-HELD
001476         ADD 1 TO WS-RECORDS-RETAINED
001477         GO TO 2100-PURGE-ONE-RECORD-EXIT.
001480     WRITE ARCH-RECORD FROM AUDIT-RECORD.
001490     IF WS-ARCHOUT-STATUS NOT = '00'
001500         DISPLAY 'AUDPURGE: ARCHIVE WRITE FAILED, STATUS='
001780         TO TOT-LABEL.
001790     MOVE WS-RECORDS-RETAINED TO TOT-VALUE.
001800     WRITE PRINT-LINE FROM TOT-LINE.
001801     MOVE 'AUDIT RECORDS HELD BY GATE....'
001802         TO TOT-LABEL.
001803     MOVE WS-RECORDS-HELD TO TOT-VALUE.
001804     WRITE PRINT-LINE FROM TOT-LINE.
001805     IF WS-BLK-COUNT > ZERO
001806         PERFORM 3100-PRINT-BLOCKED-DATES
001807             THRU 3100-PRINT-BLOCKED-DATES-EXIT.
001810     IF WS-RECORDS-ARCHIVED NOT = WS-RECORDS-DELETED
001820         MOVE 'ARCHIVED/DELETED COUNTS DISAGREE - SEE CONSOLE'
001830             TO PRINT-LINE
      ******************************************************************
      * SITE-PROFILE SETTINGS (SEE PROFREC).  PURGEDAY CARRIES THE    *
      * SITE'S STANDARD AUDIT RETENTION IN DAYS; THE EFFECTIVE VALUE  *
      * IS ECHOED WITH THE CUTOFF ON SYSPRINT.  CLEANRC IS THE        *
      * HIGHEST LEDGER RC THE PURGE GATE ACCEPTS AS A CLEAN RUN.      *
      ******************************************************************
001890     OPEN INPUT PROFILE.
001900     IF WS-PROFILE-STATUS NOT = '00' AND
002030             GO TO 1600-READ-PROFILE-CARD-EXIT.
002040     IF PRF-KEYWORD = 'PURGEDAY' AND PRF-VALUE NUMERIC
002050         MOVE PRF-VALUE TO WS-PURGE-DAYS.
002052     IF PRF-KEYWORD = 'CLEANRC' AND PRF-VALUE NUMERIC
002054         MOVE PRF-VALUE TO WS-CLEAN-RC.
002060 1600-READ-PROFILE-CARD-EXIT.
002070     EXIT.
002080 1800-LOAD-RUN-CONTROL.
      ******************************************************************
      * LOAD THE CLEAN RUNS OF THE REQUIRED REPORTS FROM THE RUN-     *
      * CONTROL LEDGER.  RUNS OF OTHER JOBS, RUNS WITH NO PERIOD,     *
      * RUNS THAT ENDED ABOVE CLEANRC AND RUNS WHOSE PERIOD STARTS ON *
      * OR AFTER THE CUTOFF (THEY COVER NOTHING PURGEABLE) ARE        *
      * SKIPPED.  AN ABSENT OR EMPTY LEDGER LEAVES THE TABLE EMPTY,   *
      * WHICH HOLDS EVERY RECORD PAST THE CUTOFF - NOTHING IS PURGED  *
      * UNREPORTED.  WHEN MORE CLEAN RUNS REMAIN THAN THE TABLE       *
      * HOLDS, THE OLDEST IS DROPPED FOR EACH NEW ONE SO THE NEWEST   *
      * ARE KEPT; A DATE WHOSE ONLY COVERING RUN WAS DROPPED IS HELD, *
      * NOT PURGED.                                                   *
      ******************************************************************
002090     OPEN INPUT RUNCTL.
002100     IF WS-RUNCTL-STATUS NOT = '00' AND
002110        WS-RUNCTL-STATUS NOT = '05'
002120         DISPLAY 'AUDPURGE: RUNCTL OPEN FAILED, STATUS='
002130             WS-RUNCTL-STATUS ' - ALL AGED RECORDS WILL BE HELD'
002140             UPON OPCNSL
002150         GO TO 1800-LOAD-RUN-CONTROL-EXIT.
002160     PERFORM 1900-LOAD-ONE-RUN
002170         THRU 1900-LOAD-ONE-RUN-EXIT
002180         UNTIL RUNCTL-EOF.
002190     CLOSE RUNCTL.
002200 1800-LOAD-RUN-CONTROL-EXIT.
002210     EXIT.
002220 1900-LOAD-ONE-RUN.
002230     READ RUNCTL
002240         AT END
002250             SET RUNCTL-EOF TO TRUE
002260             GO TO 1900-LOAD-ONE-RUN-EXIT.
002270     ADD 1 TO WS-RUNS-READ.
002280     IF RCL-JOBNAME NOT = WS-REQ-JOB (1)
002290         AND RCL-JOBNAME NOT = WS-REQ-JOB (2)
002300         AND RCL-JOBNAME NOT = WS-REQ-JOB (3)
002310         GO TO 1900-LOAD-ONE-RUN-EXIT.
002320     IF RCL-PERIOD-FROM NOT NUMERIC
002330         OR RCL-PERIOD-TO NOT NUMERIC
002340         OR RCL-RETURN-CODE NOT NUMERIC
002350         GO TO 1900-LOAD-ONE-RUN-EXIT.
002360     IF RCL-RETURN-CODE > WS-CLEAN-RC
002370         GO TO 1900-LOAD-ONE-RUN-EXIT.
002380     IF RCL-PERIOD-FROM NOT < WS-CUTOFF-DATE
002390         GO TO 1900-LOAD-ONE-RUN-EXIT.
002400     IF WS-RUN-COUNT NOT < WS-RUN-MAX
002410         IF NOT RUN-OVERFLOW
002420             DISPLAY 'AUDPURGE: MORE THAN 1000 CLEAN LEDGER '
002430                 'RUNS, NEWEST KEPT' UPON OPCNSL
002440             SET RUN-OVERFLOW TO TRUE.
002450     IF WS-RUN-COUNT NOT < WS-RUN-MAX
002460         PERFORM 1950-SHIFT-ONE-RUN
002470             THRU 1950-SHIFT-ONE-RUN-EXIT
002480             VARYING WS-RUN-SUB FROM 2 BY 1
002490             UNTIL WS-RUN-SUB > WS-RUN-COUNT
002500         SUBTRACT 1 FROM WS-RUN-COUNT.
002510     ADD 1 TO WS-RUN-COUNT.
002520     MOVE RCL-JOBNAME TO WS-RUN-JOBNAME (WS-RUN-COUNT).
002530     MOVE RCL-PERIOD-FROM TO WS-RUN-FROM (WS-RUN-COUNT).
002540     MOVE RCL-PERIOD-TO TO WS-RUN-TO (WS-RUN-COUNT).
002550 1900-LOAD-ONE-RUN-EXIT.
002560     EXIT.
002570 1950-SHIFT-ONE-RUN.
002580     MOVE WS-RUN-ENTRY (WS-RUN-SUB)
002590         TO WS-RUN-ENTRY (WS-RUN-SUB - 1).
002600 1950-SHIFT-ONE-RUN-EXIT.
002610     EXIT.
002620 2200-CHECK-PURGE-GATE.
      ******************************************************************
      * A RECORD PAST THE CUTOFF MAY ONLY GO WHEN EVERY REQUIRED      *
      * REPORT HAS A CLEAN LEDGER RUN WHOSE PERIOD COVERS ITS RUN     *
      * DATE.  A DATE ALREADY FOUND BLOCKED IS NOT RE-CHECKED; A      *
      * NEWLY BLOCKED DATE IS REMEMBERED WITH THE JOBS HOLDING IT     *
      * FOR THE LISTING AT END OF RUN.                                *
      ******************************************************************
002630     MOVE 'N' TO WS-DATE-BLOCKED-SW.
002640     MOVE ZERO TO WS-BLK-FOUND-SUB.
002650     PERFORM 2250-FIND-BLOCKED-DATE
002660         THRU 2250-FIND-BLOCKED-DATE-EXIT
002670         VARYING WS-BLK-SUB FROM 1 BY 1
002680         UNTIL WS-BLK-SUB > WS-BLK-COUNT
002690             OR WS-BLK-FOUND-SUB > ZERO.
002700     IF WS-BLK-FOUND-SUB > ZERO
002710         SET DATE-BLOCKED TO TRUE
002720         GO TO 2200-CHECK-PURGE-GATE-EXIT.
002730     PERFORM 2300-CHECK-ONE-REQUIRED-JOB
002740         THRU 2300-CHECK-ONE-REQUIRED-JOB-EXIT
002750         VARYING WS-REQ-SUB FROM 1 BY 1
002760         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
002770     IF NOT DATE-BLOCKED
002780         GO TO 2200-CHECK-PURGE-GATE-EXIT.
002790     IF WS-BLK-COUNT NOT < WS-BLK-MAX
002800         GO TO 2200-CHECK-PURGE-GATE-EXIT.
002810     ADD 1 TO WS-BLK-COUNT.
002820     MOVE AUD-RUN-DATE TO WS-BLK-DATE (WS-BLK-COUNT).
002830     PERFORM 2500-NOTE-BLOCKING-JOB
002840         THRU 2500-NOTE-BLOCKING-JOB-EXIT
002850         VARYING WS-REQ-SUB FROM 1 BY 1
002860         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
002870 2200-CHECK-PURGE-GATE-EXIT.
002880     EXIT.
002890 2250-FIND-BLOCKED-DATE.
002900     IF WS-BLK-DATE (WS-BLK-SUB) = AUD-RUN-DATE
002910         MOVE WS-BLK-SUB TO WS-BLK-FOUND-SUB.
002920 2250-FIND-BLOCKED-DATE-EXIT.
002930     EXIT.
002940 2300-CHECK-ONE-REQUIRED-JOB.
002950     MOVE 'N' TO WS-MATCH-SW.
002960     PERFORM 2400-MATCH-ONE-RUN
002970         THRU 2400-MATCH-ONE-RUN-EXIT
002980         VARYING WS-RUN-SUB FROM 1 BY 1
002990         UNTIL WS-RUN-SUB > WS-RUN-COUNT
003000             OR MATCH-FOUND.
003010     IF MATCH-FOUND
003020         MOVE 'N' TO WS-GATE-MISS-SW (WS-REQ-SUB)
003030     ELSE
003040         MOVE 'Y' TO WS-GATE-MISS-SW (WS-REQ-SUB)
003050         SET DATE-BLOCKED TO TRUE.
003060 2300-CHECK-ONE-REQUIRED-JOB-EXIT.
003070     EXIT.
003080 2400-MATCH-ONE-RUN.
003090     IF WS-RUN-JOBNAME (WS-RUN-SUB) = WS-REQ-JOB (WS-REQ-SUB)
003100         AND WS-RUN-FROM (WS-RUN-SUB) NOT > AUD-RUN-DATE
003110         AND WS-RUN-TO (WS-RUN-SUB) NOT < AUD-RUN-DATE
003120         SET MATCH-FOUND TO TRUE.
003130 2400-MATCH-ONE-RUN-EXIT.
003140     EXIT.
003150 2500-NOTE-BLOCKING-JOB.
003160     IF WS-GATE-MISS-SW (WS-REQ-SUB) = 'Y'
003170         MOVE WS-REQ-JOB (WS-REQ-SUB)
003180             TO WS-BLK-JOB (WS-BLK-COUNT WS-REQ-SUB)
003190     ELSE
003200         MOVE SPACES TO WS-BLK-JOB (WS-BLK-COUNT WS-REQ-SUB).
003210 2500-NOTE-BLOCKING-JOB-EXIT.
003220     EXIT.
003230 3100-PRINT-BLOCKED-DATES.
003240     MOVE SPACES TO PRINT-LINE.
003250     WRITE PRINT-LINE.
003260     MOVE 'PURGE GATE - DATES HELD FOR REPORTS NOT CLEANLY RUN'
003270         TO PRINT-LINE.
003280     WRITE PRINT-LINE.
003290     PERFORM 3200-PRINT-ONE-BLOCKED-DATE
003300         THRU 3200-PRINT-ONE-BLOCKED-DATE-EXIT
003310         VARYING WS-BLK-SUB FROM 1 BY 1
003320         UNTIL WS-BLK-SUB > WS-BLK-COUNT.
003330     IF WS-BLK-COUNT NOT < WS-BLK-MAX
003340         MOVE 'MORE BLOCKED DATES THAN LISTED - TABLE FULL'
003350             TO PRINT-LINE
003360         WRITE PRINT-LINE.
003370 3100-PRINT-BLOCKED-DATES-EXIT.
003380     EXIT.
003390 3200-PRINT-ONE-BLOCKED-DATE.
003400     MOVE WS-BLK-DATE (WS-BLK-SUB) TO BLK-DATE.
003410     PERFORM 3300-MOVE-ONE-BLOCKING-JOB
003420         THRU 3300-MOVE-ONE-BLOCKING-JOB-EXIT
003430         VARYING WS-REQ-SUB FROM 1 BY 1
003440         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
003450     WRITE PRINT-LINE FROM BLK-LINE.
003460 3200-PRINT-ONE-BLOCKED-DATE-EXIT.
003470     EXIT.
003480 3300-MOVE-ONE-BLOCKING-JOB.
003490     MOVE WS-BLK-JOB (WS-BLK-SUB WS-REQ-SUB)
003500         TO BLK-JOB (WS-REQ-SUB).
003510 3300-MOVE-ONE-BLOCKING-JOB-EXIT.
003520     EXIT.
