      ******************************************************************
      * COPYBOOK:  TIMESUM                                             *
      * DESC:      RECORD LAYOUT FOR THE SYS2.HELLO.TIMESUM TIMING    *
      *            SUMMARY FILE.  TIMEROLL ROLLS SYS2.HELLO.TIMELOG   *
      *            DETAIL (TIMEREC) OLDER THAN ITS RETENTION CUTOFF   *
      *            INTO ONE D RECORD PER TEST ID PER RUN DATE AND ONE *
      *            M RECORD PER TEST ID PER MONTH, CARRYING THE RUN   *
      *            COUNT, MINIMUM, MAXIMUM AND AVERAGE ELAPSED        *
      *            HUNDREDTHS.  THE TOTAL HUNDREDTHS ARE KEPT AS WELL *
      *            SO A DAY OR MONTH SPLIT ACROSS TWO ROLLS MERGES    *
      *            EXACTLY.  THE FILE IS KEPT IN TSM-KEY ORDER AND    *
      *            OPENS WITH ONE C CONTROL RECORD WHOSE CUTOFF SAYS  *
      *            THAT TIMELOG HOLDS NO DETAIL DATED BEFORE IT.      *
      *            TRENDRPT'S MONTHLY MODE READS THE M RECORDS, AND   *
      *            AUDVERIF STOPS EXPECTING A SUITE TIMING FOR AN     *
      *            AUDIT RECORD DATED BEFORE THE CUTOFF.  CARD-IMAGE  *
      *            LENGTH (80) SO THE DATASET CAN BE BROWSED AS-IS.   *
      *            COPY UNDER AN FD: TIMING-SUMMARY-CONTROL IS THE    *
      *            C RECORD'S VIEW OF THE SAME RECORD AREA.           *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  TIMING-SUMMARY-RECORD.
000200     05  TSM-KEY.
000300         10  TSM-TYPE               PIC X(01).
000400             88  TSM-CONTROL                  VALUE 'C'.
000500             88  TSM-DAY                      VALUE 'D'.
000600             88  TSM-MONTH                    VALUE 'M'.
000700         10  TSM-TEST-ID            PIC X(08).
000800         10  TSM-PERIOD             PIC X(08).
000900         10  TSM-PERIOD-MONTH REDEFINES TSM-PERIOD.
001000             15  TSM-PERIOD-YYYYMM  PIC X(06).
001100             15  FILLER             PIC X(02).
001200     05  FILLER                     PIC X(01).
001300     05  TSM-RUN-COUNT              PIC 9(07).
001400     05  TSM-MIN-HUNDS              PIC 9(06).
001500     05  TSM-MAX-HUNDS              PIC 9(06).
001600     05  TSM-AVG-HUNDS              PIC 9(06).
001700     05  TSM-TOTAL-HUNDS            PIC 9(12).
001800     05  FILLER                     PIC X(01).
001900     05  TSM-ROLLED-DATE            PIC X(08).
002000     05  FILLER                     PIC X(16).
002100 01  TIMING-SUMMARY-CONTROL.
002200     05  TSC-TYPE                   PIC X(01).
002300     05  FILLER                     PIC X(08).
002400     05  TSC-CUTOFF-DATE            PIC X(08).
002500     05  FILLER                     PIC X(01).
002600     05  TSC-DETAIL-KEPT            PIC 9(07).
002700     05  TSC-DETAIL-ROLLED          PIC 9(07).
002800     05  FILLER                     PIC X(24).
002900     05  TSC-RUN-DATE               PIC X(08).
003000     05  FILLER                     PIC X(16).
