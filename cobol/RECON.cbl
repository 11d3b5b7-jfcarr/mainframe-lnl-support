      *                    THE RESOLVED DATES ARE ECHOED ON           *
      *                    SYSPRINT, SO THE FRIDAY DECK NO LONGER     *
      *                    NEEDS ITS WEEKLY CARD EDIT.                *
      *   2026-10-15  JCF  EACH RUN NOW APPENDS A RECORD TO THE       *
      *                    SYS2.OPS.RUNCTL RUN-CONTROL LEDGER (JOB,   *
      *                    FROM/TO DATES RECONCILED BUT NEVER PAST    *
      *                    YESTERDAY, COMPLETION RC, RUN DATE/TIME)   *
      *                    FOR THE AUDPURGE GATE AND THE LEDGRPT      *
      *                    REPORT.                                    *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'RECON'.
000254         ACCESS MODE IS SEQUENTIAL
000257         RECORD KEY IS ALR-KEY
000260         FILE STATUS IS WS-ALERTS-STATUS.
000262     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000264         ORGANIZATION IS SEQUENTIAL
000266         FILE STATUS IS WS-RUNCTL-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CARDIN
000450 FD  ALERTS
000460     LABEL RECORDS ARE STANDARD.
000480 COPY ALERTREC.
000482 FD  RUNCTL
000484     LABEL RECORDS ARE STANDARD
000486     RECORD CONTAINS 80 CHARACTERS.
000488 COPY RUNCTL.
000490 WORKING-STORAGE SECTION.
000500 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000510 77  WS-AUDITIN-STATUS          PIC X(02) VALUE SPACES.
000520 77  WS-ALERTS-STATUS           PIC X(02) VALUE SPACES.
000522 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000524 77  WS-ENDING-RC               PIC S9(04) COMP VALUE ZERO.
000530 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000540     88  CARDIN-EOF                       VALUE 'Y'.
000550 77  WS-AUDITIN-EOF-SW          PIC X(01) VALUE 'N'.
001580     CLOSE SYSPRINT.
001590     IF RUN-ERROR
001600         MOVE 8 TO RETURN-CODE.
001602     PERFORM 8000-WRITE-RUN-CONTROL
001604         THRU 8000-WRITE-RUN-CONTROL-EXIT.
001610     STOP RUN.
001620 1000-INITIALIZE.
001630     OPEN OUTPUT SYSPRINT.
004460     MOVE 'PRIOR-WEEK' TO RES-SOURCE.
004470 1700-RESOLVE-PRIOR-WEEK-EXIT.
004480     EXIT.
004490 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * APPEND THIS RUN TO THE RUN-CONTROL LEDGER: THE RECONCILED     *
      * RANGE (NO LATER THAN YESTERDAY - SEE 8100) AND THE RC THE JOB *
      * IS ENDING WITH.  A RUN THAT FAILED BEFORE THE RANGE WAS       *
      * EDITED IS STILL LOGGED, WITH A BLANK PERIOD.  A LEDGER OPEN   *
      * FAILURE IS ONLY WARNED ABOUT - IT MUST NOT CHANGE THE         *
      * RECONCILIATION'S OWN RESULT.  A WRITE THAT FAILS ON AN OPEN   *
      * LEDGER IS AN I/O ERROR AND ENDS THE RUN RC=8.                 *
      ******************************************************************
004500     OPEN EXTEND RUNCTL.
004510     IF WS-RUNCTL-STATUS NOT = '00' AND
004520        WS-RUNCTL-STATUS NOT = '05'
004530         DISPLAY 'RECON: RUNCTL OPEN FAILED, STATUS='
004540             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004550         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
004560     MOVE SPACES TO RUN-CONTROL-RECORD.
004570     MOVE 'RECON' TO RCL-JOBNAME.
004580     IF WS-FROM-DATE NUMERIC AND WS-TO-DATE NUMERIC
004590         MOVE WS-FROM-DATE TO RCL-PERIOD-FROM
004600         MOVE WS-TO-DATE TO RCL-PERIOD-TO.
004610     MOVE RETURN-CODE TO RCL-RETURN-CODE.
004620     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
004630     ACCEPT RCL-RUN-TIME FROM TIME.
004632     IF RCL-PERIOD-TO NOT = SPACES
004634         PERFORM 8100-CAP-PERIOD-TO
004636             THRU 8100-CAP-PERIOD-TO-EXIT.
004640     WRITE RUN-CONTROL-RECORD.
004641     IF WS-RUNCTL-STATUS NOT = '00'
004642         DISPLAY 'RECON: RUNCTL WRITE FAILED, STATUS='
004643             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004644         MOVE 'Y' TO WS-RUN-ERROR-SW
004645         MOVE 8 TO RETURN-CODE.
004650     CLOSE RUNCTL.
004660 8000-WRITE-RUN-CONTROL-EXIT.
004670     EXIT.
004680 8100-CAP-PERIOD-TO.
      ******************************************************************
      * ONLY DAYS THAT ARE OVER COUNT AS COVERED: A PERIOD ENDING      *
      * TODAY OR LATER IS CUT BACK TO YESTERDAY, SO AUDPURGE NEVER     *
      * TREATS A DAY THE RUN COULD NOT YET HAVE SEEN AS REPORTED.  A   *
      * PERIOD THAT HAS NOT STARTED BY THEN IS LEDGERED BLANK, AS FOR  *
      * A RUN THAT FAILED BEFORE ITS PERIOD WAS EDITED.  THE JOB'S     *
      * RETURN CODE IS SAVED ACROSS THE DATESUB CALL, WHICH WOULD      *
      * OTHERWISE RESET IT.                                            *
      ******************************************************************
004685     MOVE RETURN-CODE TO WS-ENDING-RC.
004690     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004700     MOVE RCL-RUN-DATE TO DSP-DATE-YYYYMMDD.
004710     MOVE -1 TO DSP-DAY-OFFSET.
004720     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004725     MOVE WS-ENDING-RC TO RETURN-CODE.
004730     IF NOT DSP-GOOD-DATE
004740         MOVE SPACES TO RCL-PERIOD-FROM
004750         MOVE SPACES TO RCL-PERIOD-TO
004760         GO TO 8100-CAP-PERIOD-TO-EXIT.
004770     IF RCL-PERIOD-TO > DSP-RESULT-YYYYMMDD
004780         MOVE DSP-RESULT-YYYYMMDD TO RCL-PERIOD-TO.
004790     IF RCL-PERIOD-FROM > RCL-PERIOD-TO
004800         MOVE SPACES TO RCL-PERIOD-FROM
004810         MOVE SPACES TO RCL-PERIOD-TO.
004820 8100-CAP-PERIOD-TO-EXIT.
004830     EXIT.
