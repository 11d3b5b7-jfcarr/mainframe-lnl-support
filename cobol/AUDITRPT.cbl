      *                    TODAY'S DAY NUMBER LANDS IN THE PRIOR      *
      *                    MONTH) AND ECHOED ON SYSPRINT, SO THE      *
      *                    MONTH-END DECK NEVER NEEDS AN EDIT.        *
      *   2026-10-15  JCF  EACH RUN NOW APPENDS A RECORD TO THE       *
      *                    SYS2.OPS.RUNCTL RUN-CONTROL LEDGER (JOB,   *
      *                    FIRST AND LAST DAY OF THE REPORT MONTH BUT *
      *                    NEVER PAST YESTERDAY, COMPLETION RC, RUN   *
      *                    DATE/TIME) FOR THE AUDPURGE GATE AND THE   *
      *                    LEDGRPT REPORT.                            *
      *   2026-10-15  JCF  A BUSINESS DAY WITH NO RUN THAT IS COVERED *
      *                    BY A PLANNED-OUTAGE WINDOW IN              *
      *                    SYS2.OPS.OUTAGES (SEE OUTREC) IS SHOWN AS  *
      *                    EXCUSED WITH ITS CHANGE TICKET INSTEAD OF  *
      *                    MISSING, AND COUNTED SEPARATELY IN THE     *
      *                    TOTALS.  CARDIN COLUMNS 13-16 NAME THE     *
      *                    SYSTEM ID WHOSE WINDOWS APPLY (BLANK = ANY *
      *                    SYSTEM).                                   *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'AUDITRPT'.
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS AUD-KEY
000250         FILE STATUS IS WS-AUDITLOG-STATUS.
000252     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000254         ORGANIZATION IS SEQUENTIAL
000256         FILE STATUS IS WS-RUNCTL-STATUS.
000257     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000258         ORGANIZATION IS SEQUENTIAL
000259         FILE STATUS IS WS-OUTAGES-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  CARDIN
000300     RECORD CONTAINS 80 CHARACTERS.
000310 01  RPT-CONTROL-CARD.
000320     05  RPT-CTL-MONTH              PIC X(06).
000325     05  FILLER                     PIC X(06).
000327     05  RPT-CTL-SYSTEM-ID          PIC X(04).
000330     05  FILLER                     PIC X(64).
000332 01  RPT-CONTROL-CARD-ALT.
000334     05  RPT-CTL-KEYWORD            PIC X(11).
000336     05  FILLER                     PIC X(69).
000380 FD  AUDITLOG
000390     LABEL RECORDS ARE STANDARD.
000400 COPY AUDITREC.
000401 FD  RUNCTL
000402     LABEL RECORDS ARE STANDARD
000403     RECORD CONTAINS 80 CHARACTERS.
000404 COPY RUNCTL.
000405 FD  OUTAGES
000406     LABEL RECORDS ARE STANDARD
000407     RECORD CONTAINS 80 CHARACTERS.
000408 COPY OUTREC.
000410 WORKING-STORAGE SECTION.
000420 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000430 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000432 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000434 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000436 77  WS-ENDING-RC               PIC S9(04) COMP VALUE ZERO.
000440 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000450     88  CARDIN-EOF                       VALUE 'Y'.
000460 77  WS-AUDITLOG-EOF-SW         PIC X(01) VALUE 'N'.
000470     88  AUDITLOG-EOF                     VALUE 'Y'.
000472 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
000474     88  OUTAGES-EOF                      VALUE 'Y'.
000480 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000490     88  RUN-ERROR                        VALUE 'Y'.
000500 77  WS-REPORT-MONTH            PIC X(06) VALUE SPACES.
000505 77  WS-SYSTEM-ID               PIC X(04) VALUE SPACES.
000510 77  WS-DAY-SUB                 PIC S9(04) COMP VALUE ZERO.
000520 77  WS-DAYS-IN-MONTH           PIC S9(04) COMP VALUE ZERO.
000530 77  WS-RECORDS-READ            PIC S9(07) COMP VALUE ZERO.
000560 77  WS-DAYS-VERIFIED           PIC S9(04) COMP VALUE ZERO.
000570 77  WS-DAYS-FAILED             PIC S9(04) COMP VALUE ZERO.
000580 77  WS-DAYS-MISSING            PIC S9(04) COMP VALUE ZERO.
000581 77  WS-DAYS-EXCUSED            PIC S9(04) COMP VALUE ZERO.
000582 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000584 COPY DATEPARM.
000586 01  RES-LINE.
000880         10  WS-DAY-BEST-RC     PIC 9(04).
000890         10  WS-DAY-FIRST-TIME  PIC X(08).
000900         10  WS-DAY-LAST-TIME   PIC X(08).
000905         10  WS-DAY-TICKET      PIC X(12).
000910 01  WS-WORK-DATE.
000920     05  WS-WORK-DATE-YYYYMM    PIC X(06).
000930     05  WS-WORK-DATE-DD        PIC 9(02).
001060     05  FILLER                 PIC X(11) VALUE 'FIRST-TIME'.
001070     05  FILLER                 PIC X(11) VALUE 'LAST-TIME'.
001080     05  FILLER                 PIC X(08) VALUE 'STATUS'.
001090     05  FILLER                 PIC X(02) VALUE SPACES.
001095     05  FILLER                 PIC X(18) VALUE 'CHANGE TICKET'.
001100 01  DTL-LINE.
001110     05  DTL-DATE               PIC X(08).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001210     05  DTL-LAST-TIME          PIC X(08).
001220     05  FILLER                 PIC X(03) VALUE SPACES.
001230     05  DTL-STATUS             PIC X(08).
001240     05  FILLER                 PIC X(02) VALUE SPACES.
001242     05  DTL-TICKET             PIC X(12).
001244     05  FILLER                 PIC X(06) VALUE SPACES.
001250 01  TOT-LINE.
001260     05  TOT-LABEL              PIC X(30).
001270     05  TOT-VALUE              PIC ZZZZZZ9.
001360         THRU 2000-LOAD-AUDIT-LOG-EXIT.
001370     IF RUN-ERROR
001380         GO TO 0000-WRAPUP.
001385     PERFORM 1800-LOAD-OUTAGES
001387         THRU 1800-LOAD-OUTAGES-EXIT.
001390     PERFORM 3000-PRINT-MATRIX
001400         THRU 3000-PRINT-MATRIX-EXIT.
001410     PERFORM 4000-PRINT-TOTALS
001440     CLOSE SYSPRINT.
001450     IF RUN-ERROR
001460         MOVE 8 TO RETURN-CODE.
001462     PERFORM 8000-WRITE-RUN-CONTROL
001464         THRU 8000-WRITE-RUN-CONTROL-EXIT.
001470     STOP RUN.
001480 1000-INITIALIZE.
001490     OPEN OUTPUT SYSPRINT.
001650     MOVE RPT-CTL-MONTH TO WS-REPORT-MONTH.
001652     MOVE 'CARD (ABSOLUTE)' TO RES-SOURCE.
001654 1050-EDIT-MONTH.
001656     MOVE RPT-CTL-SYSTEM-ID TO WS-SYSTEM-ID.
001660     IF WS-REPORT-MONTH NOT NUMERIC
001670         DISPLAY 'AUDITRPT: REPORT MONTH NOT NUMERIC: '
001680             WS-REPORT-MONTH UPON OPCNSL
001890     MOVE 9999 TO WS-DAY-BEST-RC (WS-DAY-SUB).
001900     MOVE SPACES TO WS-DAY-FIRST-TIME (WS-DAY-SUB).
001910     MOVE SPACES TO WS-DAY-LAST-TIME (WS-DAY-SUB).
001915     MOVE SPACES TO WS-DAY-TICKET (WS-DAY-SUB).
001920 1100-CLEAR-DAY-ENTRY-EXIT.
001930     EXIT.
001940 2000-LOAD-AUDIT-LOG.
002550         THRU 7000-DAY-OF-WEEK-EXIT.
002560     MOVE WS-DAY-NAME (WS-DOW-RESULT + 1) TO DTL-DAY-NAME.
002570     MOVE WS-DAY-RUN-COUNT (WS-DAY-SUB) TO DTL-RUN-COUNT.
002575     MOVE SPACES TO DTL-TICKET.
002580     IF WS-DAY-RUN-COUNT (WS-DAY-SUB) = ZERO
002590         MOVE SPACES TO DTL-BEST-RC
002600         MOVE SPACES TO DTL-FIRST-TIME
002700         GO TO 3100-PRINT-DAY-WRITE.
002710     ADD 1 TO WS-BUSINESS-DAYS.
002720     IF WS-DAY-RUN-COUNT (WS-DAY-SUB) = ZERO
002722         AND WS-DAY-TICKET (WS-DAY-SUB) NOT = SPACES
002724         MOVE 'EXCUSED' TO DTL-STATUS
002726         MOVE WS-DAY-TICKET (WS-DAY-SUB) TO DTL-TICKET
002727         ADD 1 TO WS-DAYS-EXCUSED
002728         GO TO 3100-PRINT-DAY-WRITE.
002729     IF WS-DAY-RUN-COUNT (WS-DAY-SUB) = ZERO
002730         MOVE 'MISSING' TO DTL-STATUS
002740         ADD 1 TO WS-DAYS-MISSING
002750         GO TO 3100-PRINT-DAY-WRITE.
003040         TO TOT-LABEL.
003050     MOVE WS-DAYS-MISSING TO TOT-VALUE.
003060     WRITE PRINT-LINE FROM TOT-LINE.
003062     MOVE 'BUSINESS DAYS EXCUSED.........'
003064         TO TOT-LABEL.
003066     MOVE WS-DAYS-EXCUSED TO TOT-VALUE.
003068     WRITE PRINT-LINE FROM TOT-LINE.
003070     MOVE 'AUDIT RECORDS READ............'
003080         TO TOT-LABEL.
003090     MOVE WS-RECORDS-READ TO TOT-VALUE.
003630         MOVE SPACES TO WS-REPORT-MONTH.
003640 1700-RESOLVE-PRIOR-MONTH-EXIT.
003650     EXIT.
003660 1800-LOAD-OUTAGES.
      ******************************************************************
      * MARK EVERY DAY OF THE REPORT MONTH THAT ANY PART OF A         *
      * PLANNED-OUTAGE WINDOW TOUCHES WITH THAT WINDOW'S CHANGE       *
      * TICKET.  ONLY THE CARD'S SYSTEM ID COUNTS (ANY SYSTEM WHEN IT *
      * IS BLANK).                                                    *
      * THE FILE IS OPTIONAL; AN OPEN FAILURE IS WARNED ABOUT AND NO  *
      * DAY IS EXCUSED.                                               *
      ******************************************************************
003670     OPEN INPUT OUTAGES.
003680     IF WS-OUTAGES-STATUS NOT = '00' AND
003690        WS-OUTAGES-STATUS NOT = '05'
003700         DISPLAY 'AUDITRPT: OUTAGES OPEN FAILED, STATUS='
003710             WS-OUTAGES-STATUS ', NO DAY EXCUSED' UPON OPCNSL
003720         GO TO 1800-LOAD-OUTAGES-EXIT.
003730     PERFORM 1810-READ-OUTAGE-RECORD
003740         THRU 1810-READ-OUTAGE-RECORD-EXIT
003750         UNTIL OUTAGES-EOF.
003760     CLOSE OUTAGES.
003770 1800-LOAD-OUTAGES-EXIT.
003780     EXIT.
003790 1810-READ-OUTAGE-RECORD.
003800     READ OUTAGES
003810         AT END
003820             SET OUTAGES-EOF TO TRUE
003830             GO TO 1810-READ-OUTAGE-RECORD-EXIT.
003840     IF WS-SYSTEM-ID NOT = SPACES AND
003850        OUT-SYSTEM-ID NOT = WS-SYSTEM-ID
003860         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
003870     IF OUT-FROM-DATE (1:6) > WS-REPORT-MONTH OR
003880        OUT-TO-DATE (1:6) < WS-REPORT-MONTH
003890         GO TO 1810-READ-OUTAGE-RECORD-EXIT.
003900     PERFORM 1850-MARK-OUTAGE-DAY
003910         THRU 1850-MARK-OUTAGE-DAY-EXIT
003920         VARYING WS-DAY-SUB FROM 1 BY 1
003930         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
003940 1810-READ-OUTAGE-RECORD-EXIT.
003950     EXIT.
003960 1850-MARK-OUTAGE-DAY.
003970     MOVE WS-REPORT-MONTH TO WS-WORK-DATE-YYYYMM.
003980     MOVE WS-DAY-SUB TO WS-WORK-DATE-DD.
003990     IF WS-WORK-DATE < OUT-FROM-DATE OR
004000        WS-WORK-DATE > OUT-TO-DATE
004010         GO TO 1850-MARK-OUTAGE-DAY-EXIT.
004020     IF WS-DAY-TICKET (WS-DAY-SUB) = SPACES
004030         MOVE OUT-TICKET TO WS-DAY-TICKET (WS-DAY-SUB).
004040 1850-MARK-OUTAGE-DAY-EXIT.
004050     EXIT.
004060 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * APPEND THIS RUN TO THE RUN-CONTROL LEDGER: THE REPORT MONTH   *
      * (FIRST TO LAST DAY, NO LATER THAN YESTERDAY - SEE 8100) AND   *
      * THE RC THE JOB IS ENDING WITH.  A RUN THAT FAILED BEFORE THE  *
      * MONTH WAS EDITED IS STILL LOGGED, WITH A BLANK PERIOD.  A     *
      * LEDGER OPEN FAILURE IS ONLY WARNED ABOUT - IT MUST NOT CHANGE *
      * THE REPORT'S OWN RESULT.  A WRITE THAT FAILS ON AN OPEN       *
      * LEDGER IS AN I/O ERROR AND ENDS THE RUN RC=8.                 *
      ******************************************************************
004070     OPEN EXTEND RUNCTL.
004080     IF WS-RUNCTL-STATUS NOT = '00' AND
004090        WS-RUNCTL-STATUS NOT = '05'
004100         DISPLAY 'AUDITRPT: RUNCTL OPEN FAILED, STATUS='
004110             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004120         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
004130     MOVE SPACES TO RUN-CONTROL-RECORD.
004140     MOVE 'AUDITRPT' TO RCL-JOBNAME.
004150     IF WS-DAYS-IN-MONTH > ZERO
004160         MOVE WS-REPORT-MONTH TO WS-WORK-DATE-YYYYMM
004170         MOVE 01 TO WS-WORK-DATE-DD
004180         MOVE WS-WORK-DATE TO RCL-PERIOD-FROM
004190         MOVE WS-DAYS-IN-MONTH TO WS-WORK-DATE-DD
004200         MOVE WS-WORK-DATE TO RCL-PERIOD-TO.
004210     MOVE RETURN-CODE TO RCL-RETURN-CODE.
004220     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
004230     ACCEPT RCL-RUN-TIME FROM TIME.
004232     IF RCL-PERIOD-TO NOT = SPACES
004234         PERFORM 8100-CAP-PERIOD-TO
004236             THRU 8100-CAP-PERIOD-TO-EXIT.
004240     WRITE RUN-CONTROL-RECORD.
004250     IF WS-RUNCTL-STATUS NOT = '00'
004260         DISPLAY 'AUDITRPT: RUNCTL WRITE FAILED, STATUS='
004270             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004280         MOVE 'Y' TO WS-RUN-ERROR-SW
004290         MOVE 8 TO RETURN-CODE.
004300     CLOSE RUNCTL.
004310 8000-WRITE-RUN-CONTROL-EXIT.
004320     EXIT.
004330 8100-CAP-PERIOD-TO.
      ******************************************************************
      * ONLY DAYS THAT ARE OVER COUNT AS COVERED: A PERIOD ENDING      *
      * TODAY OR LATER IS CUT BACK TO YESTERDAY, SO AUDPURGE NEVER     *
      * TREATS A DAY THE RUN COULD NOT YET HAVE SEEN AS REPORTED.  A   *
      * PERIOD THAT HAS NOT STARTED BY THEN IS LEDGERED BLANK, AS FOR  *
      * A RUN THAT FAILED BEFORE ITS PERIOD WAS EDITED.  THE JOB'S     *
      * RETURN CODE IS SAVED ACROSS THE DATESUB CALL, WHICH WOULD      *
      * OTHERWISE RESET IT.                                            *
      ******************************************************************
004335     MOVE RETURN-CODE TO WS-ENDING-RC.
004340     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004350     MOVE RCL-RUN-DATE TO DSP-DATE-YYYYMMDD.
004360     MOVE -1 TO DSP-DAY-OFFSET.
004370     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004375     MOVE WS-ENDING-RC TO RETURN-CODE.
004380     IF NOT DSP-GOOD-DATE
004390         MOVE SPACES TO RCL-PERIOD-FROM
004400         MOVE SPACES TO RCL-PERIOD-TO
004410         GO TO 8100-CAP-PERIOD-TO-EXIT.
004420     IF RCL-PERIOD-TO > DSP-RESULT-YYYYMMDD
004430         MOVE DSP-RESULT-YYYYMMDD TO RCL-PERIOD-TO.
004440     IF RCL-PERIOD-FROM > RCL-PERIOD-TO
004450         MOVE SPACES TO RCL-PERIOD-FROM
004460         MOVE SPACES TO RCL-PERIOD-TO.
004470 8100-CAP-PERIOD-TO-EXIT.
004480     EXIT.
