      ******************************************************************
      * COPYBOOK:  HOLRULE                                             *
      * DESC:      CARD LAYOUT FOR THE SYS2.OPS.HOLRULES STANDING     *
      *            HOLIDAY-RULE DATASET.  ONE CARD PER SITE HOLIDAY,  *
      *            MAINTAINED BY OPERATIONS WITH THE EDITOR.  HOLGEN  *
      *            EXPANDS THE RULES FOR A REQUESTED YEAR INTO        *
      *            SYS2.OPS.CALENDAR DATES (SEE CALREC), PUTTING THE  *
      *            RULE NAME IN CAL-DESC.  RULE TYPES:                *
      *              F - FIXED DATE: MONTH AND DAY (E.G. 07 04)       *
      *              N - NTH WEEKDAY OF THE MONTH: MONTH, NTH (1-5)   *
      *                  AND WEEKDAY (E.G. 11 4 THU = FOURTH          *
      *                  THURSDAY OF NOVEMBER)                        *
      *              L - LAST WEEKDAY OF THE MONTH: MONTH AND WEEKDAY *
      *                  (E.G. 05 MON = LAST MONDAY OF MAY)           *
      *            WEEKDAYS ARE SAT SUN MON TUE WED THU FRI.  OBSERVE *
      *            Y SHIFTS A DATE FALLING ON A SATURDAY TO THE       *
      *            FRIDAY BEFORE AND ONE FALLING ON A SUNDAY TO THE   *
      *            MONDAY AFTER, EVEN ACROSS A MONTH OR YEAR END      *
      *            (NEW YEAR'S DAY ON A SATURDAY IS OBSERVED ON THE   *
      *            PRIOR 31 DECEMBER).  THE OPTIONAL FROM/TO YEARS    *
      *            LIMIT A RULE TO THE YEARS IT IS IN EFFECT.  CARDS  *
      *            WITH AN ASTERISK IN COLUMN 1 ARE COMMENTS.         *
      *                                                                *
      *            COLS  1-20  RULE NAME                              *
      *            COL     22  TYPE (F, N OR L)                       *
      *            COLS 24-25  MONTH                                  *
      *            COLS 27-28  DAY OF MONTH (F ONLY)                  *
      *            COL     30  NTH (N ONLY)                           *
      *            COLS 32-34  WEEKDAY (N AND L)                      *
      *            COL     36  OBSERVE (Y OR N, BLANK = N)            *
      *            COLS 38-41  FIRST YEAR IN EFFECT (BLANK = ANY)     *
      *            COLS 43-46  LAST YEAR IN EFFECT (BLANK = ANY)      *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  HOLIDAY-RULE-RECORD.
000200     05  HRL-NAME                   PIC X(20).
000300     05  FILLER                     PIC X(01).
000400     05  HRL-TYPE                   PIC X(01).
000500         88  HRL-FIXED                        VALUE 'F'.
000600         88  HRL-NTH-WEEKDAY                  VALUE 'N'.
000700         88  HRL-LAST-WEEKDAY                 VALUE 'L'.
000800     05  FILLER                     PIC X(01).
000900     05  HRL-MONTH                  PIC X(02).
001000     05  FILLER                     PIC X(01).
001100     05  HRL-DAY                    PIC X(02).
001200     05  FILLER                     PIC X(01).
001300     05  HRL-NTH                    PIC X(01).
001400     05  FILLER                     PIC X(01).
001500     05  HRL-WEEKDAY                PIC X(03).
001600     05  FILLER                     PIC X(01).
001700     05  HRL-OBSERVE                PIC X(01).
001800         88  HRL-SHIFT-WEEKEND                VALUE 'Y'.
001900         88  HRL-NO-SHIFT                     VALUE 'N' ' '.
002000     05  FILLER                     PIC X(01).
002100     05  HRL-FROM-YEAR              PIC X(04).
002200     05  FILLER                     PIC X(01).
002300     05  HRL-TO-YEAR                PIC X(04).
002400     05  FILLER                     PIC X(34).
