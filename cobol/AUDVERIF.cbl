      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-09-02  JCF  ORIGINAL PROGRAM.                           *
      *   2026-10-15  JCF  EACH RUN NOW APPENDS A RECORD TO THE       *
      *                    SYS2.OPS.RUNCTL RUN-CONTROL LEDGER (JOB,   *
      *                    LOWEST AND HIGHEST VALID AUDIT RUN DATE    *
      *                    VERIFIED, COMPLETION RC, RUN DATE/TIME)    *
      *                    FOR THE AUDPURGE GATE AND THE LEDGRPT      *
      *                    REPORT.                                    *
      *   2026-10-15  JCF  TIMEROLL NOW ROLLS OLD TIMELOG DETAIL INTO *
      *                    SYS2.HELLO.TIMESUM.  THE CUTOFF ON ITS     *
      *                    CONTROL RECORD (TIMESUM DD, OPTIONAL, SEE  *
      *                    TIMESUM) IS PRINTED, AND AN AUDIT RECORD   *
      *                    DATED BEFORE IT THAT HAS NO SUITE TIMING   *
      *                    IS COUNTED, NOT REPORTED AS AN EXCEPTION.  *
      *   2026-10-15  JCF  THE LEDGERED PERIOD NOW ENDS NO LATER THAN *
      *                    YESTERDAY, SO A SAME-DAY RUN NEVER VOUCHES *
      *                    FOR A DAY THAT IS NOT YET OVER.            *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'AUDVERIF'.
000260     SELECT OPTIONAL TIMELOG ASSIGN TO TIMELOG
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-TIMELOG-STATUS.
000282     SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
000284         ORGANIZATION IS SEQUENTIAL
000286         FILE STATUS IS WS-RUNCTL-STATUS.
000287     SELECT OPTIONAL TIMESUM ASSIGN TO TIMESUM
000288         ORGANIZATION IS SEQUENTIAL
000289         FILE STATUS IS WS-TIMESUM-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CARDIN
000430 FD  AUDITLOG
000440     LABEL RECORDS ARE STANDARD.
000450 COPY AUDITREC.
000452 FD  TIMESUM
000454     LABEL RECORDS ARE STANDARD
000456     RECORD CONTAINS 80 CHARACTERS.
000458 COPY TIMESUM.
000460 FD  TIMELOG
000470     LABEL RECORDS ARE STANDARD
000480     RECORD CONTAINS 40 CHARACTERS.
000490 COPY TIMEREC.
000492 FD  RUNCTL
000494     LABEL RECORDS ARE STANDARD
000496     RECORD CONTAINS 80 CHARACTERS.
000498 COPY RUNCTL.
000500 WORKING-STORAGE SECTION.
000510 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000520 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000530 77  WS-TIMELOG-STATUS          PIC X(02) VALUE SPACES.
000532 77  WS-RUNCTL-STATUS           PIC X(02) VALUE SPACES.
000540 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000550     88  CARDIN-EOF                       VALUE 'Y'.
000560 77  WS-AUDITLOG-EOF-SW         PIC X(01) VALUE 'N'.
000810 77  WS-NO-TIMINGS              PIC S9(04) COMP VALUE ZERO.
000820 77  WS-NO-AUDITS               PIC S9(04) COMP VALUE ZERO.
000830 77  WS-PREV-KEY                PIC X(24) VALUE LOW-VALUES.
000832 77  WS-LOW-DATE                PIC X(08) VALUE SPACES.
000834 77  WS-HIGH-DATE               PIC X(08) VALUE SPACES.
000835 77  WS-TIMESUM-STATUS          PIC X(02) VALUE SPACES.
000836 77  WS-TIMING-CUTOFF           PIC X(08) VALUE SPACES.
000837 77  WS-PRE-CUTOFF              PIC S9(04) COMP VALUE ZERO.
000838 77  WS-ENDING-RC               PIC S9(04) COMP VALUE ZERO.
000840 01  WS-SYS-TABLE.
000850     05  WS-SYS-ID              PIC X(04) OCCURS 8 TIMES.
000860 01  WS-SUITE-TABLE.
001070     05  FILLER                 PIC X(02) VALUE SPACES.
001080     05  EXC-DETAIL             PIC X(08).
001090     05  FILLER                 PIC X(12) VALUE SPACES.
001091 01  CUT-LINE.
001092     05  FILLER                 PIC X(32)
001093         VALUE 'TIMELOG DETAIL SUMMARIZED BEFORE'.
001094     05  FILLER                 PIC X(01) VALUE SPACES.
001095     05  CUT-DATE               PIC X(08).
001096     05  FILLER                 PIC X(39)
001097         VALUE ' - OLDER AUDITS ARE NOT MATCHED'.
001100 01  TOT-LINE.
001110     05  TOT-LABEL              PIC X(30).
001120     05  TOT-VALUE              PIC ZZZZZZ9.
001190         GO TO 0000-WRAPUP.
001200     PERFORM 2000-LOAD-SUITE-TIMINGS
001210         THRU 2000-LOAD-SUITE-TIMINGS-EXIT.
001212     PERFORM 2200-READ-TIMING-CUTOFF
001214         THRU 2200-READ-TIMING-CUTOFF-EXIT.
001216     IF RUN-ERROR
001218         GO TO 0000-WRAPUP.
001220     PERFORM 3000-VERIFY-AUDIT-LOG
001230         THRU 3000-VERIFY-AUDIT-LOG-EXIT.
001240     IF RUN-ERROR
001360     CLOSE SYSPRINT.
001370     IF RUN-ERROR
001380         MOVE 8 TO RETURN-CODE.
001382     PERFORM 8000-WRITE-RUN-CONTROL
001384         THRU 8000-WRITE-RUN-CONTROL-EXIT.
001390     STOP RUN.
001400 1000-INITIALIZE.
001410     OPEN OUTPUT SYSPRINT.
002480         MOVE SPACES TO EXC-DETAIL
002490         PERFORM 3600-PRINT-EXCEPTION
002500             THRU 3600-PRINT-EXCEPTION-EXIT.
002502     IF DSP-GOOD-DATE
002504         PERFORM 3050-NOTE-DATE-RANGE
002506             THRU 3050-NOTE-DATE-RANGE-EXIT.
002510     IF AUD-RETURN-CODE NOT NUMERIC
002520         ADD 1 TO WS-BAD-RCS
002530         MOVE 'RETURN CODE NOT NUMERIC' TO EXC-TYPE
002610         THRU 3400-MATCH-SUITE-TIMING-EXIT.
002620 3100-VERIFY-ONE-AUDIT-EXIT.
002630     EXIT.
002632 3050-NOTE-DATE-RANGE.
002634     IF WS-LOW-DATE = SPACES OR AUD-RUN-DATE < WS-LOW-DATE
002636         MOVE AUD-RUN-DATE TO WS-LOW-DATE.
002638     IF WS-HIGH-DATE = SPACES OR AUD-RUN-DATE > WS-HIGH-DATE
002640         MOVE AUD-RUN-DATE TO WS-HIGH-DATE.
002642 3050-NOTE-DATE-RANGE-EXIT.
002644     EXIT.
002646 3200-CHECK-SYSTEM-ID.
002650     MOVE 'N' TO WS-MATCH-SW.
002660     PERFORM 3300-MATCH-ONE-SYSTEM
002670         THRU 3300-MATCH-ONE-SYSTEM-EXIT
002920     IF WS-SUITE-FOUND-SUB > ZERO
002930         MOVE 'Y' TO WS-ST-MATCHED-SW (WS-SUITE-FOUND-SUB)
002940         GO TO 3400-MATCH-SUITE-TIMING-EXIT.
002942     IF WS-TIMING-CUTOFF NOT = SPACES
002944         AND AUD-RUN-DATE < WS-TIMING-CUTOFF
002946         ADD 1 TO WS-PRE-CUTOFF
002948         GO TO 3400-MATCH-SUITE-TIMING-EXIT.
002950     ADD 1 TO WS-NO-TIMINGS.
002960     MOVE 'AUDIT WITHOUT SUITE TIMING' TO EXC-TYPE.
002970     MOVE SPACES TO EXC-DETAIL.
003750         TO TOT-LABEL.
003760     MOVE WS-NO-TIMINGS TO TOT-VALUE.
003770     WRITE PRINT-LINE FROM TOT-LINE.
003772     MOVE 'AUDITS BEFORE TIMING CUTOFF...'
003774         TO TOT-LABEL.
003776     MOVE WS-PRE-CUTOFF TO TOT-VALUE.
003778     WRITE PRINT-LINE FROM TOT-LINE.
003780     MOVE 'SUITE TIMINGS WITHOUT AUDIT...'
003790         TO TOT-LABEL.
003800     MOVE WS-NO-AUDITS TO TOT-VALUE.
003850     WRITE PRINT-LINE FROM TOT-LINE.
003860 5000-PRINT-TOTALS-EXIT.
003870     EXIT.
003880 2200-READ-TIMING-CUTOFF.
      ******************************************************************
      * TIMEROLL KEEPS ONLY RECENT DETAIL IN TIMELOG AND RECORDS THE  *
      * CUTOFF ON THE FIRST (CONTROL) RECORD OF TIMESUM.  NO SUITE    *
      * TIMING CAN BE EXPECTED FOR AN AUDIT DATED BEFORE IT.  WITH NO *
      * SUMMARY FILE EVERY AUDIT IS MATCHED AS BEFORE.                *
      ******************************************************************
003890     OPEN INPUT TIMESUM.
003900     IF WS-TIMESUM-STATUS NOT = '00' AND
003910        WS-TIMESUM-STATUS NOT = '05'
003920         DISPLAY 'AUDVERIF: TIMESUM OPEN FAILED, STATUS='
003930             WS-TIMESUM-STATUS UPON OPCNSL
003940         MOVE 'Y' TO WS-RUN-ERROR-SW
003950         GO TO 2200-READ-TIMING-CUTOFF-EXIT.
003960     READ TIMESUM
003970         AT END
003980             MOVE SPACES TO TIMING-SUMMARY-RECORD.
003990     IF WS-TIMESUM-STATUS NOT = '00' AND
004000        WS-TIMESUM-STATUS NOT = '10'
004010         DISPLAY 'AUDVERIF: TIMESUM READ FAILED, STATUS='
004020             WS-TIMESUM-STATUS UPON OPCNSL
004030         MOVE 'Y' TO WS-RUN-ERROR-SW
004040         CLOSE TIMESUM
004050         GO TO 2200-READ-TIMING-CUTOFF-EXIT.
004060     IF TSM-CONTROL AND TSC-CUTOFF-DATE NUMERIC
004070         MOVE TSC-CUTOFF-DATE TO WS-TIMING-CUTOFF.
004080     CLOSE TIMESUM.
004090     IF WS-TIMING-CUTOFF = SPACES
004100         GO TO 2200-READ-TIMING-CUTOFF-EXIT.
004110     MOVE WS-TIMING-CUTOFF TO CUT-DATE.
004120     WRITE PRINT-LINE FROM CUT-LINE.
004130     MOVE SPACES TO PRINT-LINE.
004140     WRITE PRINT-LINE.
004150 2200-READ-TIMING-CUTOFF-EXIT.
004160     EXIT.
004170 8000-WRITE-RUN-CONTROL.
      ******************************************************************
      * APPEND THIS RUN TO THE RUN-CONTROL LEDGER.  AUDVERIF CHECKS   *
      * THE WHOLE LOG, SO THE PERIOD IT ATTESTS TO IS THE LOWEST TO   *
      * THE HIGHEST VALID RUN DATE IT READ, NO LATER THAN YESTERDAY   *
      * (SEE 8100), AND BLANK WHEN THE LOG COULD NOT BE READ.  A      *
      * LEDGER OPEN FAILURE IS ONLY WARNED ABOUT; A WRITE THAT FAILS  *
      * ON AN OPEN LEDGER ENDS THE RUN RC=8.                          *
      ******************************************************************
004180     OPEN EXTEND RUNCTL.
004190     IF WS-RUNCTL-STATUS NOT = '00' AND
004200        WS-RUNCTL-STATUS NOT = '05'
004210         DISPLAY 'AUDVERIF: RUNCTL OPEN FAILED, STATUS='
004220             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004230         GO TO 8000-WRITE-RUN-CONTROL-EXIT.
004240     MOVE SPACES TO RUN-CONTROL-RECORD.
004250     MOVE 'AUDVERIF' TO RCL-JOBNAME.
004260     MOVE WS-LOW-DATE TO RCL-PERIOD-FROM.
004270     MOVE WS-HIGH-DATE TO RCL-PERIOD-TO.
004280     MOVE RETURN-CODE TO RCL-RETURN-CODE.
004290     ACCEPT RCL-RUN-DATE FROM DATE YYYYMMDD.
004300     ACCEPT RCL-RUN-TIME FROM TIME.
004302     IF RCL-PERIOD-TO NOT = SPACES
004304         PERFORM 8100-CAP-PERIOD-TO
004306             THRU 8100-CAP-PERIOD-TO-EXIT.
004310     WRITE RUN-CONTROL-RECORD.
004320     IF WS-RUNCTL-STATUS NOT = '00'
004330         DISPLAY 'AUDVERIF: RUNCTL WRITE FAILED, STATUS='
004340             WS-RUNCTL-STATUS ' - RUN NOT LEDGERED' UPON OPCNSL
004350         MOVE 'Y' TO WS-RUN-ERROR-SW
004360         MOVE 8 TO RETURN-CODE.
004370     CLOSE RUNCTL.
004380 8000-WRITE-RUN-CONTROL-EXIT.
004390     EXIT.
004400 8100-CAP-PERIOD-TO.
      ******************************************************************
      * ONLY DAYS THAT ARE OVER COUNT AS COVERED: A PERIOD ENDING      *
      * TODAY OR LATER IS CUT BACK TO YESTERDAY, SO AUDPURGE NEVER     *
      * TREATS A DAY THE RUN COULD NOT YET HAVE SEEN AS REPORTED.  A   *
      * PERIOD THAT HAS NOT STARTED BY THEN IS LEDGERED BLANK, AS FOR  *
      * A RUN THAT FAILED BEFORE ITS PERIOD WAS EDITED.  THE JOB'S     *
      * RETURN CODE IS SAVED ACROSS THE DATESUB CALL, WHICH WOULD      *
      * OTHERWISE RESET IT.                                            *
      ******************************************************************
004410     MOVE RETURN-CODE TO WS-ENDING-RC.
004420     SET DSP-FUNC-DAY-OFFSET TO TRUE.
004430     MOVE RCL-RUN-DATE TO DSP-DATE-YYYYMMDD.
004440     MOVE -1 TO DSP-DAY-OFFSET.
004450     CALL 'DATESUB' USING DATE-SERVICE-PARM.
004460     MOVE WS-ENDING-RC TO RETURN-CODE.
004470     IF NOT DSP-GOOD-DATE
004480         MOVE SPACES TO RCL-PERIOD-FROM
004490         MOVE SPACES TO RCL-PERIOD-TO
004500         GO TO 8100-CAP-PERIOD-TO-EXIT.
004510     IF RCL-PERIOD-TO > DSP-RESULT-YYYYMMDD
004520         MOVE DSP-RESULT-YYYYMMDD TO RCL-PERIOD-TO.
004530     IF RCL-PERIOD-FROM > RCL-PERIOD-TO
004540         MOVE SPACES TO RCL-PERIOD-FROM
004550         MOVE SPACES TO RCL-PERIOD-TO.
004560 8100-CAP-PERIOD-TO-EXIT.
004570     EXIT.
