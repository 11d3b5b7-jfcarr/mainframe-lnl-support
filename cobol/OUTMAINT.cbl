      ******************************************************************
      * PROGRAM:    OUTMAINT                                           *
      * AUTHOR:     J CARR                                             *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                         *
      * DATE-WRITTEN: 2026-10-15                                       *
      * DESC:       PLANNED-OUTAGE (MAINTENANCE-WINDOW) MAINTENANCE.   *
      *             KEEPS SYS2.OPS.OUTAGES, THE LIST OF IPL WEEKENDS   *
      *             AND PLANNED LPAR MAINTENANCE WINDOWS THAT EXCUSE   *
      *             A DAY WITH NO VERIFICATION RUN (SEE OUTREC).       *
      *             READS THE CURRENT FILE AND A CARDIN DECK OF        *
      *             CONTROL CARDS:                                     *
      *   ADD    SYSI YYYYMMDD HHMM YYYYMMDD HHMM TICKET DESCRIPTION   *
      *   DELETE SYSI YYYYMMDD HHMM                                    *
      *   LIST                                                         *
      *             (SYSTEM ID COLUMNS 8-11, FROM DATE/TIME 13-20 AND  *
      *             22-25, TO DATE/TIME 27-34 AND 36-39, CHANGE        *
      *             TICKET 41-52, DESCRIPTION 54-80).  A BLANK FROM    *
      *             TIME MEANS 0000, A BLANK TO TIME 2359 AND A BLANK  *
      *             TO DATE THE FROM DATE.  EVERY WINDOW - ON THE      *
      *             FILE AND ON AN ADD CARD - IS EDITED: SYSTEM ID     *
      *             AND TICKET PRESENT, BOTH DATES VALID THROUGH       *
      *             DATESUB, BOTH TIMES REAL HHMM, THE WINDOW NOT      *
      *             ENDING BEFORE IT STARTS, AND NO OVERLAP WITH       *
      *             ANOTHER WINDOW FOR THE SAME SYSTEM.  BAD WINDOWS   *
      *             ARE DROPPED OR REJECTED AND REPORTED.  A DELETE    *
      *             NAMES THE WINDOW BY SYSTEM AND FROM DATE/TIME.     *
      *             THE UPDATED FILE IS WRITTEN IN FROM-DATE ORDER TO  *
      *             OUTNEW, AND EVERY WINDOW NOT YET ENDED IS LISTED   *
      *             ON SYSPRINT.  ENDS RC=4 WHEN ANY CARD OR FILE      *
      *             RECORD WAS REJECTED, RC=8 ON AN I/O FAILURE.       *
      *                                                                *
      * MODIFICATION HISTORY                                           *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                           *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'OUTMAINT'.
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
000160     SELECT CARDIN ASSIGN TO CARDIN
000170         ORGANIZATION IS SEQUENTIAL.
000180     SELECT SYSPRINT ASSIGN TO SYSPRINT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-SYSPRINT-STATUS.
000210     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-OUTAGES-STATUS.
000240     SELECT OUTNEW ASSIGN TO OUTNEW
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-OUTNEW-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CARDIN
000300     LABEL RECORDS ARE OMITTED
000310     RECORD CONTAINS 80 CHARACTERS.
000320 01  OMT-CONTROL-CARD.
000330     05  OMT-CTL-VERB               PIC X(06).
000340     05  FILLER                     PIC X(01).
000350     05  OMT-CTL-SYSTEM-ID          PIC X(04).
000360     05  FILLER                     PIC X(01).
000370     05  OMT-CTL-FROM-DATE          PIC X(08).
000380     05  FILLER                     PIC X(01).
000390     05  OMT-CTL-FROM-TIME          PIC X(04).
000400     05  FILLER                     PIC X(01).
000410     05  OMT-CTL-TO-DATE            PIC X(08).
000420     05  FILLER                     PIC X(01).
000430     05  OMT-CTL-TO-TIME            PIC X(04).
000440     05  FILLER                     PIC X(01).
000450     05  OMT-CTL-TICKET             PIC X(12).
000460     05  FILLER                     PIC X(01).
000470     05  OMT-CTL-DESC               PIC X(27).
000480 FD  SYSPRINT
000490     LABEL RECORDS ARE OMITTED
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  PRINT-LINE                     PIC X(80).
000520 FD  OUTAGES
000530     LABEL RECORDS ARE STANDARD
000540     RECORD CONTAINS 80 CHARACTERS.
000550 COPY OUTREC.
000560 FD  OUTNEW
000570     LABEL RECORDS ARE STANDARD
000580     RECORD CONTAINS 80 CHARACTERS.
000590 01  OUTNEW-RECORD                  PIC X(80).
000600 WORKING-STORAGE SECTION.
000610 77  WS-SYSPRINT-STATUS         PIC X(02) VALUE SPACES.
000620 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000630 77  WS-OUTNEW-STATUS           PIC X(02) VALUE SPACES.
000640 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000650     88  CARDIN-EOF                       VALUE 'Y'.
000660 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
000670     88  OUTAGES-EOF                      VALUE 'Y'.
000680 77  WS-RUN-ERROR-SW            PIC X(01) VALUE 'N'.
000690     88  RUN-ERROR                        VALUE 'Y'.
000700 77  WS-FOUND-SUB               PIC S9(04) COMP VALUE ZERO.
000710 77  WS-OUT-SUB                 PIC S9(04) COMP VALUE ZERO.
000720 77  WS-INSERT-SUB              PIC S9(04) COMP VALUE ZERO.
000730 77  WS-SHIFT-SUB               PIC S9(04) COMP VALUE ZERO.
000740 77  WS-OUT-COUNT               PIC S9(04) COMP VALUE ZERO.
000750 77  WS-OUT-MAX                 PIC S9(04) COMP VALUE 300.
000760 77  WS-CARDS-READ              PIC S9(04) COMP VALUE ZERO.
000770 77  WS-ADDS-APPLIED            PIC S9(04) COMP VALUE ZERO.
000780 77  WS-DELETES-APPLIED         PIC S9(04) COMP VALUE ZERO.
000790 77  WS-CARDS-REJECTED          PIC S9(04) COMP VALUE ZERO.
000800 77  WS-FILE-DROPPED            PIC S9(04) COMP VALUE ZERO.
000810 77  WS-RECORDS-WRITTEN         PIC S9(04) COMP VALUE ZERO.
000820 77  WS-UPCOMING-COUNT          PIC S9(04) COMP VALUE ZERO.
000830 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000840 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000850 77  WS-EDIT-MSG                PIC X(50) VALUE SPACES.
000860 01  WS-NOW-STAMP.
000870     05  WS-NS-DATE             PIC X(08).
000880     05  WS-NS-TIME             PIC X(04).
000890 01  WS-RUN-TIME-X.
000900     05  WS-RT-HHMM             PIC X(04).
000910     05  FILLER                 PIC X(04).
000920 01  WS-EDIT-WINDOW.
000930     05  WS-EW-SYSTEM-ID        PIC X(04).
000940     05  WS-EW-FROM-STAMP.
000950         10  WS-EW-FROM-DATE    PIC X(08).
000960         10  WS-EW-FROM-TIME    PIC X(04).
000970     05  WS-EW-TO-STAMP.
000980         10  WS-EW-TO-DATE      PIC X(08).
000990         10  WS-EW-TO-TIME      PIC X(04).
001000     05  WS-EW-TICKET           PIC X(12).
001010     05  WS-EW-DESC             PIC X(30).
001020 01  WS-TIME-CHECK.
001030     05  WS-TC-HH               PIC 9(02).
001040     05  WS-TC-MM               PIC 9(02).
001050 01  WS-OUT-TABLE.
001060     05  WS-OUT-ENTRY OCCURS 300 TIMES.
001070         10  WS-OE-SYSTEM-ID    PIC X(04).
001080         10  WS-OE-FROM-STAMP.
001090             15  WS-OE-FROM-DATE PIC X(08).
001100             15  WS-OE-FROM-TIME PIC X(04).
001110         10  WS-OE-TO-STAMP.
001120             15  WS-OE-TO-DATE  PIC X(08).
001130             15  WS-OE-TO-TIME  PIC X(04).
001140         10  WS-OE-TICKET       PIC X(12).
001150         10  WS-OE-DESC         PIC X(30).
001160 COPY DATEPARM.
001170 01  HD1-LINE.
001180     05  FILLER                 PIC X(10) VALUE 'OUTMAINT'.
001190     05  FILLER                 PIC X(40)
001200         VALUE 'PLANNED-OUTAGE WINDOW MAINTENANCE'.
001210     05  FILLER                 PIC X(07) VALUE 'RUN ON '.
001220     05  HD1-DATE               PIC X(08).
001230     05  FILLER                 PIC X(15) VALUE SPACES.
001240 01  ECH-LINE.
001250     05  FILLER                 PIC X(06) VALUE 'CARD: '.
001260     05  ECH-CARD               PIC X(74).
001270 01  MSG-LINE.
001280     05  FILLER                 PIC X(06) VALUE SPACES.
001290     05  MSG-TEXT               PIC X(74).
001300 01  UPC-HDG-LINE.
001310     05  FILLER                 PIC X(36)
001320         VALUE 'UPCOMING AND ACTIVE OUTAGE WINDOWS: '.
001330     05  FILLER                 PIC X(06) VALUE 'AS OF '.
001340     05  UPC-AS-OF-DATE         PIC X(08).
001350     05  FILLER                 PIC X(01) VALUE SPACE.
001360     05  UPC-AS-OF-TIME         PIC X(04).
001370     05  FILLER                 PIC X(25) VALUE SPACES.
001380 01  UPC-HD2-LINE.
001390     05  FILLER                 PIC X(08) VALUE '  SYS'.
001400     05  FILLER                 PIC X(16) VALUE 'FROM'.
001410     05  FILLER                 PIC X(15) VALUE 'TO'.
001420     05  FILLER                 PIC X(14) VALUE 'TICKET'.
001430     05  FILLER                 PIC X(08) VALUE 'STATE'.
001440     05  FILLER                 PIC X(19) VALUE 'DESCRIPTION'.
001450 01  UPC-DTL-LINE.
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  UPD-SYSTEM-ID          PIC X(04).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  UPD-FROM-DATE          PIC X(08).
001500     05  FILLER                 PIC X(01) VALUE SPACE.
001510     05  UPD-FROM-TIME          PIC X(04).
001520     05  FILLER                 PIC X(03) VALUE ' - '.
001530     05  UPD-TO-DATE            PIC X(08).
001540     05  FILLER                 PIC X(01) VALUE SPACE.
001550     05  UPD-TO-TIME            PIC X(04).
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  UPD-TICKET             PIC X(12).
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  UPD-STATE              PIC X(06).
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  UPD-DESC               PIC X(19).
001620 01  TOT-LINE.
001630     05  TOT-LABEL              PIC X(30).
001640     05  TOT-VALUE              PIC ZZZZZZ9.
001650     05  FILLER                 PIC X(43) VALUE SPACES.
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
001690     ACCEPT WS-RUN-TIME-HHMMSSSS FROM TIME.
001700     MOVE WS-RUN-DATE-YYYYMMDD TO WS-NS-DATE.
001710     MOVE WS-RUN-TIME-HHMMSSSS TO WS-RUN-TIME-X.
001720     MOVE WS-RT-HHMM TO WS-NS-TIME.
001730     PERFORM 1000-INITIALIZE
001740         THRU 1000-INITIALIZE-EXIT.
001750     IF RUN-ERROR
001760         GO TO 0000-WRAPUP.
001770     PERFORM 2000-PROCESS-CARDS
001780         THRU 2000-PROCESS-CARDS-EXIT.
001790     PERFORM 3000-WRITE-NEW-OUTAGES
001800         THRU 3000-WRITE-NEW-OUTAGES-EXIT.
001810     PERFORM 4000-PRINT-UPCOMING
001820         THRU 4000-PRINT-UPCOMING-EXIT.
001830     PERFORM 5000-PRINT-TOTALS
001840         THRU 5000-PRINT-TOTALS-EXIT.
001850 0000-WRAPUP.
001860     CLOSE SYSPRINT.
001870     IF RUN-ERROR
001880         MOVE 8 TO RETURN-CODE
001890     ELSE
001900         IF WS-CARDS-REJECTED > ZERO
001910             OR WS-FILE-DROPPED > ZERO
001920             MOVE 4 TO RETURN-CODE.
001930     STOP RUN.
001940 1000-INITIALIZE.
001950     OPEN OUTPUT SYSPRINT.
001960     IF WS-SYSPRINT-STATUS NOT = '00'
001970         DISPLAY 'OUTMAINT: SYSPRINT OPEN FAILED, STATUS='
001980             WS-SYSPRINT-STATUS UPON OPCNSL
001990         MOVE 'Y' TO WS-RUN-ERROR-SW
002000         GO TO 1000-INITIALIZE-EXIT.
002010     MOVE WS-NS-DATE TO HD1-DATE.
002020     WRITE PRINT-LINE FROM HD1-LINE.
002030     MOVE SPACES TO PRINT-LINE.
002040     WRITE PRINT-LINE.
002050     PERFORM 1100-LOAD-OUTAGES
002060         THRU 1100-LOAD-OUTAGES-EXIT.
002070 1000-INITIALIZE-EXIT.
002080     EXIT.
002090 1100-LOAD-OUTAGES.
002100     OPEN INPUT OUTAGES.
002110     IF WS-OUTAGES-STATUS NOT = '00' AND
002120        WS-OUTAGES-STATUS NOT = '05'
002130         DISPLAY 'OUTMAINT: OUTAGES OPEN FAILED, STATUS='
002140             WS-OUTAGES-STATUS UPON OPCNSL
002150         MOVE 'Y' TO WS-RUN-ERROR-SW
002160         GO TO 1100-LOAD-OUTAGES-EXIT.
002170     PERFORM 1200-LOAD-ONE-RECORD
002180         THRU 1200-LOAD-ONE-RECORD-EXIT
002190         UNTIL OUTAGES-EOF OR RUN-ERROR.
002200     CLOSE OUTAGES.
002210 1100-LOAD-OUTAGES-EXIT.
002220     EXIT.
002230 1200-LOAD-ONE-RECORD.
002240     READ OUTAGES
002250         AT END
002260             SET OUTAGES-EOF TO TRUE
002270             GO TO 1200-LOAD-ONE-RECORD-EXIT.
002280     IF OUTAGE-RECORD = SPACES
002290         GO TO 1200-LOAD-ONE-RECORD-EXIT.
002300     MOVE OUT-SYSTEM-ID TO WS-EW-SYSTEM-ID.
002310     MOVE OUT-FROM-DATE TO WS-EW-FROM-DATE.
002320     MOVE OUT-FROM-TIME TO WS-EW-FROM-TIME.
002330     MOVE OUT-TO-DATE TO WS-EW-TO-DATE.
002340     MOVE OUT-TO-TIME TO WS-EW-TO-TIME.
002350     MOVE OUT-TICKET TO WS-EW-TICKET.
002360     MOVE OUT-DESC TO WS-EW-DESC.
002370     PERFORM 6300-EDIT-WINDOW
002380         THRU 6300-EDIT-WINDOW-EXIT.
002390     IF WS-EDIT-MSG NOT = SPACES
002400         ADD 1 TO WS-FILE-DROPPED
002410         MOVE SPACES TO MSG-TEXT
002420         STRING 'FILE WINDOW DROPPED ' OUT-SYSTEM-ID ' '
002430             OUT-FROM-DATE ' - ' WS-EDIT-MSG
002440             DELIMITED BY SIZE INTO MSG-TEXT
002450         WRITE PRINT-LINE FROM MSG-LINE
002460         GO TO 1200-LOAD-ONE-RECORD-EXIT.
002470     IF WS-OUT-COUNT NOT < WS-OUT-MAX
002480         DISPLAY 'OUTMAINT: MORE THAN 300 OUTAGE WINDOWS, '
002490             'RUN STOPPED' UPON OPCNSL
002500         MOVE 'Y' TO WS-RUN-ERROR-SW
002510         GO TO 1200-LOAD-ONE-RECORD-EXIT.
002520     PERFORM 6100-INSERT-SORTED
002530         THRU 6100-INSERT-SORTED-EXIT.
002540 1200-LOAD-ONE-RECORD-EXIT.
002550     EXIT.
002560 2000-PROCESS-CARDS.
002570     OPEN INPUT CARDIN.
002580     PERFORM 2100-PROCESS-ONE-CARD
002590         THRU 2100-PROCESS-ONE-CARD-EXIT
002600         UNTIL CARDIN-EOF.
002610     CLOSE CARDIN.
002620 2000-PROCESS-CARDS-EXIT.
002630     EXIT.
002640 2100-PROCESS-ONE-CARD.
002650     READ CARDIN
002660         AT END
002670             SET CARDIN-EOF TO TRUE
002680             GO TO 2100-PROCESS-ONE-CARD-EXIT.
002690     IF OMT-CONTROL-CARD = SPACES
002700         GO TO 2100-PROCESS-ONE-CARD-EXIT.
002710     ADD 1 TO WS-CARDS-READ.
002720     MOVE OMT-CONTROL-CARD TO ECH-CARD.
002730     WRITE PRINT-LINE FROM ECH-LINE.
002740     IF OMT-CTL-VERB = 'ADD   '
002750         PERFORM 2200-APPLY-ADD
002760             THRU 2200-APPLY-ADD-EXIT
002770         GO TO 2100-PROCESS-ONE-CARD-EXIT.
002780     IF OMT-CTL-VERB = 'DELETE'
002790         PERFORM 2300-APPLY-DELETE
002800             THRU 2300-APPLY-DELETE-EXIT
002810         GO TO 2100-PROCESS-ONE-CARD-EXIT.
002820     IF OMT-CTL-VERB = 'LIST  '
002830         MOVE 'LIST REQUESTED - SEE UPCOMING WINDOWS BELOW'
002840             TO MSG-TEXT
002850         WRITE PRINT-LINE FROM MSG-LINE
002860         GO TO 2100-PROCESS-ONE-CARD-EXIT.
002870     ADD 1 TO WS-CARDS-REJECTED.
002880     MOVE SPACES TO MSG-TEXT.
002890     STRING 'REJECTED - UNKNOWN VERB: ' OMT-CTL-VERB
002900         DELIMITED BY SIZE INTO MSG-TEXT.
002910     WRITE PRINT-LINE FROM MSG-LINE.
002920 2100-PROCESS-ONE-CARD-EXIT.
002930     EXIT.
002940 2200-APPLY-ADD.
002950     MOVE OMT-CTL-SYSTEM-ID TO WS-EW-SYSTEM-ID.
002960     MOVE OMT-CTL-FROM-DATE TO WS-EW-FROM-DATE.
002970     MOVE OMT-CTL-FROM-TIME TO WS-EW-FROM-TIME.
002980     MOVE OMT-CTL-TO-DATE TO WS-EW-TO-DATE.
002990     MOVE OMT-CTL-TO-TIME TO WS-EW-TO-TIME.
003000     MOVE OMT-CTL-TICKET TO WS-EW-TICKET.
003010     MOVE OMT-CTL-DESC TO WS-EW-DESC.
003020     PERFORM 6300-EDIT-WINDOW
003030         THRU 6300-EDIT-WINDOW-EXIT.
003040     IF WS-EDIT-MSG NOT = SPACES
003050         ADD 1 TO WS-CARDS-REJECTED
003060         MOVE SPACES TO MSG-TEXT
003070         STRING 'REJECTED - ' WS-EDIT-MSG
003080             DELIMITED BY SIZE INTO MSG-TEXT
003090         WRITE PRINT-LINE FROM MSG-LINE
003100         GO TO 2200-APPLY-ADD-EXIT.
003110     IF WS-OUT-COUNT NOT < WS-OUT-MAX
003120         ADD 1 TO WS-CARDS-REJECTED
003130         MOVE 'REJECTED - OUTAGE TABLE FULL' TO MSG-TEXT
003140         WRITE PRINT-LINE FROM MSG-LINE
003150         GO TO 2200-APPLY-ADD-EXIT.
003160     PERFORM 6100-INSERT-SORTED
003170         THRU 6100-INSERT-SORTED-EXIT.
003180     ADD 1 TO WS-ADDS-APPLIED.
003190     MOVE SPACES TO MSG-TEXT.
003200     STRING 'ADDED ' WS-EW-FROM-DATE ' ' WS-EW-FROM-TIME
003210         ' - ' WS-EW-TO-DATE ' ' WS-EW-TO-TIME
003220         DELIMITED BY SIZE INTO MSG-TEXT.
003230     WRITE PRINT-LINE FROM MSG-LINE.
003240 2200-APPLY-ADD-EXIT.
003250     EXIT.
003260 2300-APPLY-DELETE.
003270     MOVE OMT-CTL-SYSTEM-ID TO WS-EW-SYSTEM-ID.
003280     MOVE OMT-CTL-FROM-DATE TO WS-EW-FROM-DATE.
003290     MOVE OMT-CTL-FROM-TIME TO WS-EW-FROM-TIME.
003300     IF WS-EW-FROM-TIME = SPACES
003310         MOVE '0000' TO WS-EW-FROM-TIME.
003320     PERFORM 6000-FIND-WINDOW
003330         THRU 6000-FIND-WINDOW-EXIT.
003340     IF WS-FOUND-SUB = ZERO
003350         ADD 1 TO WS-CARDS-REJECTED
003360         MOVE 'REJECTED - NO WINDOW FOR THAT SYSTEM AND START'
003370             TO MSG-TEXT
003380         WRITE PRINT-LINE FROM MSG-LINE
003390         GO TO 2300-APPLY-DELETE-EXIT.
003400     MOVE SPACES TO MSG-TEXT.
003410     STRING 'DELETED - TICKET ' WS-OE-TICKET (WS-FOUND-SUB)
003420         DELIMITED BY SIZE INTO MSG-TEXT.
003430     PERFORM 6200-REMOVE-ENTRY
003440         THRU 6200-REMOVE-ENTRY-EXIT.
003450     ADD 1 TO WS-DELETES-APPLIED.
003460     WRITE PRINT-LINE FROM MSG-LINE.
003470 2300-APPLY-DELETE-EXIT.
003480     EXIT.
003490 3000-WRITE-NEW-OUTAGES.
003500     OPEN OUTPUT OUTNEW.
003510     IF WS-OUTNEW-STATUS NOT = '00'
003520         DISPLAY 'OUTMAINT: OUTNEW OPEN FAILED, STATUS='
003530             WS-OUTNEW-STATUS UPON OPCNSL
003540         MOVE 'Y' TO WS-RUN-ERROR-SW
003550         GO TO 3000-WRITE-NEW-OUTAGES-EXIT.
003560     PERFORM 3100-WRITE-ONE-RECORD
003570         THRU 3100-WRITE-ONE-RECORD-EXIT
003580         VARYING WS-OUT-SUB FROM 1 BY 1
003590         UNTIL WS-OUT-SUB > WS-OUT-COUNT OR RUN-ERROR.
003600     CLOSE OUTNEW.
003610 3000-WRITE-NEW-OUTAGES-EXIT.
003620     EXIT.
003630 3100-WRITE-ONE-RECORD.
003640     MOVE SPACES TO OUTAGE-RECORD.
003650     MOVE WS-OE-SYSTEM-ID (WS-OUT-SUB) TO OUT-SYSTEM-ID.
003660     MOVE WS-OE-FROM-DATE (WS-OUT-SUB) TO OUT-FROM-DATE.
003670     MOVE WS-OE-FROM-TIME (WS-OUT-SUB) TO OUT-FROM-TIME.
003680     MOVE WS-OE-TO-DATE (WS-OUT-SUB) TO OUT-TO-DATE.
003690     MOVE WS-OE-TO-TIME (WS-OUT-SUB) TO OUT-TO-TIME.
003700     MOVE WS-OE-TICKET (WS-OUT-SUB) TO OUT-TICKET.
003710     MOVE WS-OE-DESC (WS-OUT-SUB) TO OUT-DESC.
003720     WRITE OUTNEW-RECORD FROM OUTAGE-RECORD.
003730     IF WS-OUTNEW-STATUS NOT = '00'
003740         DISPLAY 'OUTMAINT: OUTNEW WRITE FAILED, STATUS='
003750             WS-OUTNEW-STATUS UPON OPCNSL
003760         MOVE 'Y' TO WS-RUN-ERROR-SW
003770         GO TO 3100-WRITE-ONE-RECORD-EXIT.
003780     ADD 1 TO WS-RECORDS-WRITTEN.
003790 3100-WRITE-ONE-RECORD-EXIT.
003800     EXIT.
003810 4000-PRINT-UPCOMING.
003820     MOVE SPACES TO PRINT-LINE.
003830     WRITE PRINT-LINE.
003840     MOVE WS-NS-DATE TO UPC-AS-OF-DATE.
003850     MOVE WS-NS-TIME TO UPC-AS-OF-TIME.
003860     WRITE PRINT-LINE FROM UPC-HDG-LINE.
003870     MOVE SPACES TO PRINT-LINE.
003880     WRITE PRINT-LINE.
003890     WRITE PRINT-LINE FROM UPC-HD2-LINE.
003900     PERFORM 4100-PRINT-ONE-WINDOW
003910         THRU 4100-PRINT-ONE-WINDOW-EXIT
003920         VARYING WS-OUT-SUB FROM 1 BY 1
003930         UNTIL WS-OUT-SUB > WS-OUT-COUNT.
003940     IF WS-UPCOMING-COUNT = ZERO
003950         MOVE '    NONE - NO PLANNED OUTAGES AHEAD'
003960             TO PRINT-LINE
003970         WRITE PRINT-LINE.
003980 4000-PRINT-UPCOMING-EXIT.
003990     EXIT.
004000 4100-PRINT-ONE-WINDOW.
004010     IF WS-OE-TO-STAMP (WS-OUT-SUB) < WS-NOW-STAMP
004020         GO TO 4100-PRINT-ONE-WINDOW-EXIT.
004030     ADD 1 TO WS-UPCOMING-COUNT.
004040     MOVE WS-OE-SYSTEM-ID (WS-OUT-SUB) TO UPD-SYSTEM-ID.
004050     MOVE WS-OE-FROM-DATE (WS-OUT-SUB) TO UPD-FROM-DATE.
004060     MOVE WS-OE-FROM-TIME (WS-OUT-SUB) TO UPD-FROM-TIME.
004070     MOVE WS-OE-TO-DATE (WS-OUT-SUB) TO UPD-TO-DATE.
004080     MOVE WS-OE-TO-TIME (WS-OUT-SUB) TO UPD-TO-TIME.
004090     MOVE WS-OE-TICKET (WS-OUT-SUB) TO UPD-TICKET.
004100     MOVE WS-OE-DESC (WS-OUT-SUB) TO UPD-DESC.
004110     IF WS-OE-FROM-STAMP (WS-OUT-SUB) > WS-NOW-STAMP
004120         MOVE SPACES TO UPD-STATE
004130     ELSE
004140         MOVE 'ACTIVE' TO UPD-STATE.
004150     WRITE PRINT-LINE FROM UPC-DTL-LINE.
004160 4100-PRINT-ONE-WINDOW-EXIT.
004170     EXIT.
004180 5000-PRINT-TOTALS.
004190     MOVE SPACES TO PRINT-LINE.
004200     WRITE PRINT-LINE.
004210     MOVE 'CONTROL CARDS READ............'
004220         TO TOT-LABEL.
004230     MOVE WS-CARDS-READ TO TOT-VALUE.
004240     WRITE PRINT-LINE FROM TOT-LINE.
004250     MOVE 'WINDOWS ADDED.................'
004260         TO TOT-LABEL.
004270     MOVE WS-ADDS-APPLIED TO TOT-VALUE.
004280     WRITE PRINT-LINE FROM TOT-LINE.
004290     MOVE 'WINDOWS DELETED...............'
004300         TO TOT-LABEL.
004310     MOVE WS-DELETES-APPLIED TO TOT-VALUE.
004320     WRITE PRINT-LINE FROM TOT-LINE.
004330     MOVE 'CARDS REJECTED................'
004340         TO TOT-LABEL.
004350     MOVE WS-CARDS-REJECTED TO TOT-VALUE.
004360     WRITE PRINT-LINE FROM TOT-LINE.
004370     MOVE 'FILE RECORDS DROPPED..........'
004380         TO TOT-LABEL.
004390     MOVE WS-FILE-DROPPED TO TOT-VALUE.
004400     WRITE PRINT-LINE FROM TOT-LINE.
004410     MOVE 'UPCOMING OR ACTIVE WINDOWS....'
004420         TO TOT-LABEL.
004430     MOVE WS-UPCOMING-COUNT TO TOT-VALUE.
004440     WRITE PRINT-LINE FROM TOT-LINE.
004450     MOVE 'OUTAGE RECORDS WRITTEN........'
004460         TO TOT-LABEL.
004470     MOVE WS-RECORDS-WRITTEN TO TOT-VALUE.
004480     WRITE PRINT-LINE FROM TOT-LINE.
004490 5000-PRINT-TOTALS-EXIT.
004500     EXIT.
004510 6000-FIND-WINDOW.
      ******************************************************************
      * LOOK FOR THE WINDOW STARTING AT WS-EW-FROM-STAMP FOR          *
      * WS-EW-SYSTEM-ID.  WS-FOUND-SUB = SLOT, OR ZERO WHEN ABSENT.   *
      ******************************************************************
004520     MOVE ZERO TO WS-FOUND-SUB.
004530     PERFORM 6050-MATCH-ONE-WINDOW
004540         THRU 6050-MATCH-ONE-WINDOW-EXIT
004550         VARYING WS-OUT-SUB FROM 1 BY 1
004560         UNTIL WS-OUT-SUB > WS-OUT-COUNT
004570             OR WS-FOUND-SUB > ZERO.
004580 6000-FIND-WINDOW-EXIT.
004590     EXIT.
004600 6050-MATCH-ONE-WINDOW.
004610     IF WS-OE-SYSTEM-ID (WS-OUT-SUB) = WS-EW-SYSTEM-ID
004620         AND WS-OE-FROM-STAMP (WS-OUT-SUB) = WS-EW-FROM-STAMP
004630         MOVE WS-OUT-SUB TO WS-FOUND-SUB.
004640 6050-MATCH-ONE-WINDOW-EXIT.
004650     EXIT.
004660 6100-INSERT-SORTED.
      ******************************************************************
      * INSERT THE EDITED WINDOW IN WS-EDIT-WINDOW SO THE TABLE STAYS *
      * IN FROM-DATE/TIME ORDER (SYSTEM ID WITHIN THE SAME START).    *
      ******************************************************************
004670     MOVE ZERO TO WS-INSERT-SUB.
004680     PERFORM 6150-FIND-INSERT-SLOT
004690         THRU 6150-FIND-INSERT-SLOT-EXIT
004700         VARYING WS-OUT-SUB FROM 1 BY 1
004710         UNTIL WS-OUT-SUB > WS-OUT-COUNT
004720             OR WS-INSERT-SUB > ZERO.
004730     ADD 1 TO WS-OUT-COUNT.
004740     IF WS-INSERT-SUB = ZERO
004750         MOVE WS-OUT-COUNT TO WS-INSERT-SUB
004760     ELSE
004770         PERFORM 6170-SHIFT-ONE-UP
004780             THRU 6170-SHIFT-ONE-UP-EXIT
004790             VARYING WS-SHIFT-SUB FROM WS-OUT-COUNT BY -1
004800             UNTIL WS-SHIFT-SUB NOT > WS-INSERT-SUB.
004810     MOVE WS-EW-SYSTEM-ID TO WS-OE-SYSTEM-ID (WS-INSERT-SUB).
004820     MOVE WS-EW-FROM-STAMP TO WS-OE-FROM-STAMP (WS-INSERT-SUB).
004830     MOVE WS-EW-TO-STAMP TO WS-OE-TO-STAMP (WS-INSERT-SUB).
004840     MOVE WS-EW-TICKET TO WS-OE-TICKET (WS-INSERT-SUB).
004850     MOVE WS-EW-DESC TO WS-OE-DESC (WS-INSERT-SUB).
004860 6100-INSERT-SORTED-EXIT.
004870     EXIT.
004880 6150-FIND-INSERT-SLOT.
004890     IF WS-OE-FROM-STAMP (WS-OUT-SUB) > WS-EW-FROM-STAMP
004900         MOVE WS-OUT-SUB TO WS-INSERT-SUB
004910         GO TO 6150-FIND-INSERT-SLOT-EXIT.
004920     IF WS-OE-FROM-STAMP (WS-OUT-SUB) = WS-EW-FROM-STAMP
004930         AND WS-OE-SYSTEM-ID (WS-OUT-SUB) > WS-EW-SYSTEM-ID
004940         MOVE WS-OUT-SUB TO WS-INSERT-SUB.
004950 6150-FIND-INSERT-SLOT-EXIT.
004960     EXIT.
004970 6170-SHIFT-ONE-UP.
004980     MOVE WS-OUT-ENTRY (WS-SHIFT-SUB - 1)
004990         TO WS-OUT-ENTRY (WS-SHIFT-SUB).
005000 6170-SHIFT-ONE-UP-EXIT.
005010     EXIT.
005020 6200-REMOVE-ENTRY.
      ******************************************************************
      * CLOSE THE SLOT AT WS-FOUND-SUB AND PULL THE REST DOWN.        *
      ******************************************************************
005030     PERFORM 6250-SHIFT-ONE-DOWN
005040         THRU 6250-SHIFT-ONE-DOWN-EXIT
005050         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
005060         UNTIL WS-SHIFT-SUB NOT < WS-OUT-COUNT.
005070     SUBTRACT 1 FROM WS-OUT-COUNT.
005080 6200-REMOVE-ENTRY-EXIT.
005090     EXIT.
005100 6250-SHIFT-ONE-DOWN.
005110     MOVE WS-OUT-ENTRY (WS-SHIFT-SUB + 1)
005120         TO WS-OUT-ENTRY (WS-SHIFT-SUB).
005130 6250-SHIFT-ONE-DOWN-EXIT.
005140     EXIT.
005150 6300-EDIT-WINDOW.
      ******************************************************************
      * EDIT THE WINDOW IN WS-EDIT-WINDOW, FILLING THE DEFAULTS FOR A *
      * BLANK TO DATE AND BLANK TIMES.  WS-EDIT-MSG IS LEFT BLANK     *
      * WHEN THE WINDOW IS GOOD, OR SAYS WHY IT IS NOT.               *
      ******************************************************************
005160     MOVE SPACES TO WS-EDIT-MSG.
005170     IF WS-EW-SYSTEM-ID = SPACES
005180         MOVE 'SYSTEM ID MISSING' TO WS-EDIT-MSG
005190         GO TO 6300-EDIT-WINDOW-EXIT.
005200     IF WS-EW-TO-DATE = SPACES
005210         MOVE WS-EW-FROM-DATE TO WS-EW-TO-DATE.
005220     IF WS-EW-FROM-TIME = SPACES
005230         MOVE '0000' TO WS-EW-FROM-TIME.
005240     IF WS-EW-TO-TIME = SPACES
005250         MOVE '2359' TO WS-EW-TO-TIME.
005260     SET DSP-FUNC-VALIDATE TO TRUE.
005270     MOVE WS-EW-FROM-DATE TO DSP-DATE-YYYYMMDD.
005280     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005290     IF NOT DSP-GOOD-DATE
005300         MOVE 'FROM DATE NOT A VALID DATE' TO WS-EDIT-MSG
005310         GO TO 6300-EDIT-WINDOW-EXIT.
005320     SET DSP-FUNC-VALIDATE TO TRUE.
005330     MOVE WS-EW-TO-DATE TO DSP-DATE-YYYYMMDD.
005340     CALL 'DATESUB' USING DATE-SERVICE-PARM.
005350     IF NOT DSP-GOOD-DATE
005360         MOVE 'TO DATE NOT A VALID DATE' TO WS-EDIT-MSG
005370         GO TO 6300-EDIT-WINDOW-EXIT.
005380     MOVE WS-EW-FROM-TIME TO WS-TIME-CHECK.
005390     IF WS-TC-HH NOT NUMERIC OR WS-TC-MM NOT NUMERIC
005400         MOVE 'FROM TIME NOT A VALID HHMM' TO WS-EDIT-MSG
005410         GO TO 6300-EDIT-WINDOW-EXIT.
005420     IF WS-TC-HH > 23 OR WS-TC-MM > 59
005430         MOVE 'FROM TIME NOT A VALID HHMM' TO WS-EDIT-MSG
005440         GO TO 6300-EDIT-WINDOW-EXIT.
005450     MOVE WS-EW-TO-TIME TO WS-TIME-CHECK.
005460     IF WS-TC-HH NOT NUMERIC OR WS-TC-MM NOT NUMERIC
005470         MOVE 'TO TIME NOT A VALID HHMM' TO WS-EDIT-MSG
005480         GO TO 6300-EDIT-WINDOW-EXIT.
005490     IF WS-TC-HH > 23 OR WS-TC-MM > 59
005500         MOVE 'TO TIME NOT A VALID HHMM' TO WS-EDIT-MSG
005510         GO TO 6300-EDIT-WINDOW-EXIT.
005520     IF WS-EW-FROM-STAMP > WS-EW-TO-STAMP
005530         MOVE 'WINDOW ENDS BEFORE IT STARTS' TO WS-EDIT-MSG
005540         GO TO 6300-EDIT-WINDOW-EXIT.
005550     IF WS-EW-TICKET = SPACES
005560         MOVE 'CHANGE TICKET MISSING' TO WS-EDIT-MSG
005570         GO TO 6300-EDIT-WINDOW-EXIT.
005580     PERFORM 6350-CHECK-ONE-OVERLAP
005590         THRU 6350-CHECK-ONE-OVERLAP-EXIT
005600         VARYING WS-OUT-SUB FROM 1 BY 1
005610         UNTIL WS-OUT-SUB > WS-OUT-COUNT
005620             OR WS-EDIT-MSG NOT = SPACES.
005630 6300-EDIT-WINDOW-EXIT.
005640     EXIT.
005650 6350-CHECK-ONE-OVERLAP.
005660     IF WS-OE-SYSTEM-ID (WS-OUT-SUB) NOT = WS-EW-SYSTEM-ID
005670         GO TO 6350-CHECK-ONE-OVERLAP-EXIT.
005680     IF WS-EW-FROM-STAMP > WS-OE-TO-STAMP (WS-OUT-SUB)
005690         OR WS-EW-TO-STAMP < WS-OE-FROM-STAMP (WS-OUT-SUB)
005700         GO TO 6350-CHECK-ONE-OVERLAP-EXIT.
005710     STRING 'OVERLAPS WINDOW ' WS-OE-FROM-DATE (WS-OUT-SUB)
005720         ' ' WS-OE-FROM-TIME (WS-OUT-SUB) ' TICKET '
005730         WS-OE-TICKET (WS-OUT-SUB)
005740         DELIMITED BY SIZE INTO WS-EDIT-MSG.
005750 6350-CHECK-ONE-OVERLAP-EXIT.
005760     EXIT.
