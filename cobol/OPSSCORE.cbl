      *   2026-09-02  JCF  ALERTS PASS NOW READS THE SYS2.OPS.ALERTS  *
      *                    VSAM KSDS (SEE DEFALERT) INSTEAD OF THE    *
      *                    RETIRED FLAT SEQUENTIAL FILE.              *
      *   2026-10-15  JCF  EACH RUN NOW APPENDS A RECORD TO THE       *
      *                    SYS2.OPS.RUNCTL RUN-CONTROL LEDGER (JOB,   *
      *                    SCORED WEEK, COMPLETION RC, RUN DATE/TIME) *
      *                    FOR THE LEDGRPT SCHEDULE-GAP REPORT.       *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'OPSSCORE'.
000304         ACCESS MODE IS SEQUENTIAL
000307         RECORD KEY IS ALR-KEY
000310         FILE STATUS IS WS-ALERTS-STATUS.
000312     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000314         ORGANIZATION IS SEQUENTIAL
000316         FILE STATUS IS WS-RUNCTL-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CARDIN
000530 FD  ALERTS
000540     LABEL RECORDS ARE STANDARD.
000560 COPY ALERTREC.
000562 FD  RUNCTL
000564     LABEL RECORDS ARE STANDARD
000566     RECORD CONTAINS 80 CHARACTERS.
000568 COPY RUNCTL.
000570 WORKING-STORAGE SECTION.
000580 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000590 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000600 77  WS-TIMELOG-STATUS          PIC X(02) VALUE SPACES.
000610 77  WS-ALERTS-STATUS           PIC X(02) VALUE SPACES.
000612 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000614 77  WS-WEEK-SET-SW             PIC X(01) VALUE 'N'.
000616     88  WEEK-SET                         VALUE 'Y'.
000620 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000630     88  CARDIN-EOF                       VALUE 'Y'.
000640 77  WS-AUDITLOG-EOF-SW         PIC X(01) VALUE 'N'.
001540     CLOSE SYSPRINT.
001550     IF RUN-ERROR
001560         MOVE 8 TO RETURN-CODE.
001562     PERFORM 8000-WRITE-RUN-CONTROL
001564         THRU 8000-WRITE-RUN-CONTROL-EXIT.
001570     STOP RUN.
001580 1000-INITIALIZE.
001590     OPEN OUTPUT SYSPRINT.
001850         GO TO 1000-INITIALIZE-EXIT.
001860     MOVE OSC-CTL-FROM-DATE TO WS-WK-FROM (1).
001870     MOVE OSC-CTL-TO-DATE TO WS-WK-TO (1).
001872     SET WEEK-SET TO TRUE.
001880     MOVE OSC-CTL-FROM-DATE TO WS-WORK-DATE-NUM.
001890     PERFORM 7200-PREV-DAY
001900         THRU 7200-PREV-DAY-EXIT
005030         ADD 1 TO WS-WORK-MM.
005040 7300-NEXT-DAY-EXIT.
005050     EXIT.
005060 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * APPEND THIS RUN TO THE RUN-CONTROL LEDGER: THE WEEK SCORED    *
      * (THE PRIOR-WEEK COMPARISON IS NOT PART OF THE PERIOD) AND THE *
      * RC THE JOB IS ENDING WITH.  A LEDGER OPEN FAILURE IS ONLY     *
      * WARNED ABOUT; A WRITE THAT FAILS ON AN OPEN LEDGER ENDS THE   *
      * RUN RC=8.                                                     *
      ******************************************************************
005070     OPEN EXTEND RUNCTL.
005080     IF WS-RUNCTL-STATUS NOT = '00' AND
005090        WS-RUNCTL-STATUS NOT = '05'
005100         DISPLAY 'OPSSCORE: RUNCTL OPEN FAILED, STATUS='
005110             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
005120         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
005130     MOVE SPACES TO RUN-CONTROL-RECORD.
005140     MOVE 'OPSSCORE' TO RCL-JOBNAME.
005150     IF WEEK-SET
005160         MOVE WS-WK-FROM (1) TO RCL-PERIOD-FROM
005170         MOVE WS-WK-TO (1) TO RCL-PERIOD-TO.
005180     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005190     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
005200     ACCEPT RCL-RUN-TIME FROM TIME.
005210     WRITE RUN-CONTROL-RECORD.
005211     IF WS-RUNCTL-STATUS NOT = '00'
005212         DISPLAY 'OPSSCORE: RUNCTL WRITE FAILED, STATUS='
005213             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
005214         MOVE 'Y' TO WS-RUN-ERROR-SW
005215         MOVE 8 TO RETURN-CODE.
005220     CLOSE RUNCTL.
005230 8000-WRITE-RUN-CONTROL-EXIT.
005240     EXIT.
