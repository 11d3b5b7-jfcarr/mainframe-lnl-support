      *                    (PROFILE DD, OPTIONAL, SEE PROFREC),       *
      *                    CAPPED AT THE TABLE SIZE OF 500, WITH THE  *
      *                    EFFECTIVE VALUE ECHOED ON SYSPRINT.        *
      *   2026-10-15  JCF  EACH OPEN ITEM NOW SHOWS ITS ESCALATION    *
      *                    TIER AND THE DATE IT WAS REACHED, READ     *
      *                    FROM THE SYS2.OPS.ALERTESC CLUSTER THAT    *
      *                    ALERTESC MAINTAINS (ALERTESC DD, OPTIONAL, *
      *                    SEE ESCREC).  BLANK UNTIL ESCALATED.       *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'ALERTDIG'.
000224         ACCESS MODE IS SEQUENTIAL
000227         RECORD KEY IS ALR-KEY
000230         FILE STATUS IS WS-ALERTS-STATUS.
000232     SELECT OPTIONAL ALERTESC ASSIGN TO ALERTESC
000234         ORGANIZATION IS INDEXED
000236         ACCESS MODE IS RANDOM
000238         RECORD KEY IS ESC-KEY
000239         FILE STATUS IS WS-ALERTESC-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  CARDIN
000420 FD  ALERTS
000430     LABEL RECORDS ARE STANDARD.
000450 COPY ALERTREC.
000452 FD  ALERTESC
000454     LABEL RECORDS ARE STANDARD.
000456 COPY ESCREC.
000460 WORKING-STORAGE SECTION.
000470 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000480 77  WS-ALERTS-STATUS           PIC X(02) VALUE SPACES.
000668 77  WS-ACKS-RECORDED           PIC S9(04) COMP VALUE ZERO.
000670 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000672 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000674 77  WS-ALERTESC-STATUS         PIC X(02) VALUE SPACES.
000675 77  WS-ALERTESC-OPEN-SW        PIC X(01) VALUE 'N'.
000676     88  ALERTESC-OPEN                    VALUE 'Y'.
000677 77  WS-ESC-SUB                 PIC S9(04) COMP VALUE ZERO.
000678 77  WS-ESC-FOUND-SW            PIC X(01) VALUE 'N'.
000679     88  ESC-FOUND                        VALUE 'Y'.
000680 01  WS-ACK-TABLE.
000682     05  WS-ACK-ENTRY OCCURS 50 TIMES.
000684         10  WS-ACK-DATE        PIC X(08).
000830     05  FILLER                 PIC X(10) VALUE 'STEPNAME'.
000840     05  FILLER                 PIC X(06) VALUE 'RC'.
000850     05  FILLER                 PIC X(40) VALUE 'ALERT TEXT'.
000860     05  FILLER                 PIC X(02) VALUE SPACES.
000865     05  FILLER                 PIC X(12) VALUE 'ESCALATED'.
000870 01  DTL-LINE.
000880     05  DTL-DATE               PIC X(08).
000890     05  FILLER                 PIC X(02) VALUE SPACES.
000960     05  DTL-RETURN-CODE        PIC X(04).
000970     05  FILLER                 PIC X(02) VALUE SPACES.
000980     05  DTL-TEXT               PIC X(40).
000990     05  FILLER                 PIC X(02) VALUE SPACES.
000992     05  DTL-ESC-TIER           PIC X(02).
000994     05  FILLER                 PIC X(01) VALUE SPACES.
000996     05  DTL-ESC-DATE           PIC X(08).
000998     05  FILLER                 PIC X(01) VALUE SPACES.
001000 01  WS-HELD-ALERT.
001010     05  WSH-DATE               PIC X(08).
001020     05  WSH-TIME               PIC X(08).
002382 2600-WRITE-ACK-HISTORY-EXIT.
002384     EXIT.
002340 3000-PRINT-DIGEST.
002342     OPEN INPUT ALERTESC.
002344     IF WS-ALERTESC-STATUS = '00' OR
002345        WS-ALERTESC-STATUS = '05'
002346         SET ALERTESC-OPEN TO TRUE.
002350     WRITE PRINT-LINE FROM HD1-LINE.
002352     MOVE 'DIGEST CAPACITY...............'
002354         TO TOT-LABEL.
002600         TO TOT-LABEL.
002610     MOVE WS-OPEN-COUNT TO TOT-VALUE.
002620     WRITE PRINT-LINE FROM TOT-LINE.
002622     IF ALERTESC-OPEN
002624         CLOSE ALERTESC.
002630 3000-PRINT-DIGEST-EXIT.
002640     EXIT.
002650 3100-PRINT-ONE-ALERT.
002700     MOVE WSH-STEPNAME TO DTL-STEPNAME.
002710     MOVE WSH-RETURN-CODE TO DTL-RETURN-CODE.
002720     MOVE WSH-TEXT TO DTL-TEXT.
002722     MOVE SPACES TO DTL-ESC-TIER.
002724     MOVE SPACES TO DTL-ESC-DATE.
002726     MOVE 'N' TO WS-ESC-FOUND-SW.
002728     IF ALERTESC-OPEN
002730         PERFORM 3200-FIND-ESCALATION
002732             THRU 3200-FIND-ESCALATION-EXIT
002734             VARYING WS-ESC-SUB FROM 3 BY -1
002736             UNTIL WS-ESC-SUB < 1 OR ESC-FOUND.
002738     WRITE PRINT-LINE FROM DTL-LINE.
002740 3100-PRINT-ONE-ALERT-EXIT.
002750     EXIT.
002760 1500-READ-PROFILE.
003030         MOVE WS-OPEN-TABLE-SIZE TO WS-OPEN-MAX.
003040 1600-READ-PROFILE-CARD-EXIT.
003050     EXIT.
003060 3200-FIND-ESCALATION.
      ******************************************************************
      * THE HIGHEST TIER ON ALERTESC FOR THE ALERT IS ITS CURRENT     *
      * TIER; ITS ESC-DATE IS THE DAY THAT TIER WAS REACHED.          *
      ******************************************************************
003070     MOVE WSH-DATE TO ESC-ALERT-DATE.
003080     MOVE WSH-TIME TO ESC-ALERT-TIME.
003090     MOVE WSH-JOBNAME TO ESC-ALERT-JOBNAME.
003100     MOVE WS-ESC-SUB TO ESC-TIER.
003110     READ ALERTESC
003120         INVALID KEY
003130             GO TO 3200-FIND-ESCALATION-EXIT.
003140     SET ESC-FOUND TO TRUE.
003150     MOVE 'T' TO DTL-ESC-TIER.
003160     MOVE ESC-TIER TO DTL-ESC-TIER (2:1).
003170     MOVE ESC-DATE TO DTL-ESC-DATE.
003180 3200-FIND-ESCALATION-EXIT.
003190     EXIT.
