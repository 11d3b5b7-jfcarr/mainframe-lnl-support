      *                    INSTEAD OF APPENDED, SO AN OVERNIGHT       *
      *                    MISSCHK RUN CAN NO LONGER CLOBBER AN       *
      *                    ALERTDIG ACK REWRITE IN FLIGHT.            *
      *   2026-10-15  JCF  A DAY WITH NO RUN AT ALL THAT FALLS IN     *
      *                    A PLANNED-OUTAGE WINDOW IN                 *
      *                    SYS2.OPS.OUTAGES (SEE OUTREC) RAISES NO    *
      *                    ALERT; THE TICKET IS SHOWN ON THE CONSOLE  *
      *                    AND THE RUN ENDS RC=0.  A DAY WHOSE RUNS   *
      *                    ALL FAILED STILL ALERTS.  CARDIN COLUMNS   *
      *                    10-13 NAME THE SYSTEM ID WHOSE WINDOWS     *
      *                    APPLY (BLANK = ANY SYSTEM).                *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'MISSCHK'.
000284         ACCESS MODE IS SEQUENTIAL
000287         RECORD KEY IS ALR-KEY
000290         FILE STATUS IS WS-ALERTOUT-STATUS.
000292     SELECT OPTIONAL OUTAGES ASSIGN TO OUTAGES
000294         ORGANIZATION IS SEQUENTIAL
000296         FILE STATUS IS WS-OUTAGES-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  CARDIN
000340     RECORD CONTAINS 80 CHARACTERS.
000350 01  MCH-CONTROL-CARD.
000360     05  MCH-CTL-CHECK-DATE         PIC X(08).
000365     05  FILLER                     PIC X(01).
000367     05  MCH-CTL-SYSTEM-ID          PIC X(04).
000370     05  FILLER                     PIC X(67).
000380 FD  CALENDAR
000390     LABEL RECORDS ARE STANDARD
000400     RECORD CONTAINS 80 CHARACTERS.
000450 FD  ALERTOUT
000460     LABEL RECORDS ARE STANDARD.
000480 COPY ALERTREC.
000482 FD  OUTAGES
000484     LABEL RECORDS ARE STANDARD
000486     RECORD CONTAINS 80 CHARACTERS.
000488 COPY OUTREC.
000490 WORKING-STORAGE SECTION.
000500 77  WS-CALENDAR-STATUS         PIC X(02) VALUE SPACES.
000510 77  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
000520 77  WS-ALERTOUT-STATUS         PIC X(02) VALUE SPACES.
000525 77  WS-OUTAGES-STATUS          PIC X(02) VALUE SPACES.
000530 77  WS-CARDIN-EOF-SW           PIC X(01) VALUE 'N'.
000540     88  CARDIN-EOF                       VALUE 'Y'.
000550 77  WS-CALENDAR-EOF-SW         PIC X(01) VALUE 'N'.
000560     88  CALENDAR-EOF                     VALUE 'Y'.
000570 77  WS-AUDITLOG-EOF-SW         PIC X(01) VALUE 'N'.
000580     88  AUDITLOG-EOF                     VALUE 'Y'.
000585 77  WS-OUTAGES-EOF-SW          PIC X(01) VALUE 'N'.
000587     88  OUTAGES-EOF                      VALUE 'Y'.
000588 77  WS-EXCUSED-SW              PIC X(01) VALUE 'N'.
000589     88  CHECK-DATE-EXCUSED               VALUE 'Y'.
000590 77  WS-HOLIDAY-SW              PIC X(01) VALUE 'N'.
000600     88  CHECK-DATE-HOLIDAY               VALUE 'Y'.
000610 77  WS-CLEAN-RUN-SW            PIC X(01) VALUE 'N'.
000620     88  CLEAN-RUN-FOUND                  VALUE 'Y'.
000630 77  WS-CHECK-DATE              PIC X(08) VALUE SPACES.
000635 77  WS-CHECK-SYSTEM-ID         PIC X(04) VALUE SPACES.
000637 77  WS-EXCUSED-TICKET          PIC X(12) VALUE SPACES.
000640 77  WS-RUN-DATE-YYYYMMDD       PIC 9(08).
000650 77  WS-RUN-TIME-HHMMSSSS       PIC 9(08).
000660 77  WS-RUNS-SEEN               PIC S9(07) COMP VALUE ZERO.
001120         DISPLAY 'MISSCHK: CLEAN VERIFICATION FOUND FOR '
001130             WS-CHECK-DATE UPON OPCNSL
001140         GO TO 0000-WRAPUP.
001141     IF WS-RUNS-SEEN = ZERO
001142         PERFORM 8000-CHECK-OUTAGES
001144             THRU 8000-CHECK-OUTAGES-EXIT.
001146     IF CHECK-DATE-EXCUSED
001147         DISPLAY 'MISSCHK: ' WS-CHECK-DATE
001148             ' COVERED BY PLANNED OUTAGE, TICKET '
001149             WS-EXCUSED-TICKET UPON OPCNSL
001150         GO TO 0000-WRAPUP.
001152     PERFORM 3000-RAISE-ALERT
001160         THRU 3000-RAISE-ALERT-EXIT.
001170     MOVE 8 TO RETURN-CODE.
001180 0000-WRAPUP.
001270         MOVE MCH-CTL-CHECK-DATE TO WS-CHECK-DATE
001280         DISPLAY 'MISSCHK: CHECK DATE OVERRIDDEN TO '
001290             WS-CHECK-DATE UPON OPCNSL.
001292     MOVE MCH-CTL-SYSTEM-ID TO WS-CHECK-SYSTEM-ID.
001300 0100-READ-CONTROL-CARD-EXIT.
001310     CLOSE CARDIN.
001320     EXIT.
002270         REMAINDER WS-DOW-RESULT.
002280 7000-DAY-OF-WEEK-EXIT.
002290     EXIT.
002300 8000-CHECK-OUTAGES.
      ******************************************************************
      * A DAY IS EXCUSED WHEN ANY PART OF IT FALLS INSIDE A PLANNED-  *
      * OUTAGE WINDOW FOR THE CARD'S SYSTEM ID (ANY SYSTEM'S WINDOW   *
      * WHEN NO SYSTEM ID WAS GIVEN).  ONLY A DAY WITH NO RUN AT ALL  *
      * IS CHECKED - AN OUTAGE DOES NOT EXCUSE A RUN THAT FAILED.     *
      ******************************************************************
002310     OPEN INPUT OUTAGES.
002320     IF WS-OUTAGES-STATUS NOT = '00' AND
002330        WS-OUTAGES-STATUS NOT = '05'
002340         DISPLAY 'MISSCHK: OUTAGES OPEN FAILED, STATUS='
002350             WS-OUTAGES-STATUS ', NO DAY EXCUSED'
002360             UPON OPCNSL
002370         GO TO 8000-CHECK-OUTAGES-EXIT.
002380     PERFORM 8100-READ-OUTAGE-RECORD
002390         THRU 8100-READ-OUTAGE-RECORD-EXIT
002400         UNTIL OUTAGES-EOF OR CHECK-DATE-EXCUSED.
002410     CLOSE OUTAGES.
002420 8000-CHECK-OUTAGES-EXIT.
002430     EXIT.
002440 8100-READ-OUTAGE-RECORD.
002450     READ OUTAGES
002460         AT END
002470             SET OUTAGES-EOF TO TRUE
002480             GO TO 8100-READ-OUTAGE-RECORD-EXIT.
002490     IF WS-CHECK-SYSTEM-ID NOT = SPACES AND
002500        OUT-SYSTEM-ID NOT = WS-CHECK-SYSTEM-ID
002510         GO TO 8100-READ-OUTAGE-RECORD-EXIT.
002520     IF OUT-FROM-DATE NOT > WS-CHECK-DATE AND
002530        OUT-TO-DATE NOT < WS-CHECK-DATE
002540         MOVE OUT-TICKET TO WS-EXCUSED-TICKET
002550         SET CHECK-DATE-EXCUSED TO TRUE.
002560 8100-READ-OUTAGE-RECORD-EXIT.
002570     EXIT.
