      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-08-22  JCF  ORIGINAL COPYBOOK.                         *
      *   2026-10-15  JCF  NOTED THAT HOLGEN GENERATES EACH YEAR'S    *
      *                    HOLIDAYS FROM SYS2.OPS.HOLRULES WITH THE   *
      *                    RULE NAME IN CAL-DESC (SEE HOLRULE).       *
      ******************************************************************
000100 01  CALENDAR-RECORD.
000200     05  CAL-DATE                   PIC X(08).
