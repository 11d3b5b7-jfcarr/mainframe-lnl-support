      *            FALLS BACK TO ITS COMPILED DEFAULT WHEN ITS        *
      *            KEYWORD (OR THE WHOLE DATASET) IS ABSENT AND       *
      *            ECHOES THE EFFECTIVE VALUE ON SYSPRINT.            *
      *            CFGDRIFT REPORTS ANY KEYWORD NOT IN ITS OWN TABLE  *
      *            OF THE KEYWORDS BELOW, SO A NEW KEYWORD MUST BE    *
      *            ADDED THERE AS WELL AS HERE.                       *
      *                                                                *
      *            KEYWORDS IN USE:                                   *
      *              LINESPP  - HELLO REPORT LINES PER PAGE (55)      *
      *                         ALSO THE UPPER LIMIT)                 *
      *              PURGEDAY - AUDPURGE DEFAULT RETENTION DAYS,      *
      *                         USED WHEN NO CUTOFF CARD IS GIVEN     *
      *              CLEANRC  - HIGHEST RUN-CONTROL LEDGER RC THAT    *
      *                         COUNTS AS A CLEAN COMPLETION FOR THE  *
      *                         AUDPURGE GATE AND LEDGRPT (4)         *
      *              ESCHRS1  - ALERTESC TIER 1 (OPCNSL) THRESHOLD,   *
      *                         BUSINESS HOURS OPEN (4)               *
      *              ESCHRS2  - ALERTESC TIER 2 (SECNSL) THRESHOLD    *
      *                         (24)                                  *
      *              ESCHRS3  - ALERTESC TIER 3 (DUTY MANAGER)        *
      *                         THRESHOLD (72)                        *
      *              TIMEDAYS - TIMEROLL TIMELOG DETAIL RETENTION     *
      *                         DAYS, USED WHEN NO CUTOFF CARD IS     *
      *                         GIVEN (90, AT LEAST 31)               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  JCF  ORIGINAL COPYBOOK.                         *
      *   2026-10-15  JCF  ADDED CLEANRC KEYWORD.                     *
      *   2026-10-15  JCF  ADDED ESCHRS1-3 KEYWORDS.                  *
      *   2026-10-15  JCF  NOTED CFGDRIFT'S KNOWN-KEYWORD TABLE.      *
      *   2026-10-15  JCF  ADDED TIMEDAYS KEYWORD.                    *
      ******************************************************************
000100 01  PROFILE-RECORD.
000200     05  PRF-KEYWORD                PIC X(08).
