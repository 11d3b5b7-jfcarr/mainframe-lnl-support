      ******************************************************************
      * COPYBOOK:  ESCREC                                              *
      * DESC:      RECORD LAYOUT FOR THE SYS2.OPS.ALERTESC ALERT-      *
      *            ESCALATION VSAM KSDS (SEE DEFALERT), KEYED ON THE  *
      *            KEY OF THE SYS2.OPS.ALERTS RECORD BEING ESCALATED  *
      *            (DATE, TIME, JOB NAME - SEE ALERTREC) PLUS THE     *
      *            TIER REACHED.  ALERTESC WRITES ONE RECORD THE      *
      *            FIRST TIME AN UNACKNOWLEDGED ALERT'S BUSINESS-     *
      *            HOUR AGE PASSES EACH TIER THRESHOLD:               *
      *              TIER 1 - OPERATIONS CONSOLE (OPCNSL)             *
      *              TIER 2 - SECONDARY CONSOLE (SECNSL)              *
      *              TIER 3 - FLAGGED FOR THE DUTY MANAGER            *
      *            A RECORD IS NEVER REWRITTEN, SO THE HIGHEST TIER   *
      *            ON FILE FOR AN ALERT IS ITS CURRENT TIER AND ITS   *
      *            ESC-DATE IS WHEN THAT TIER WAS REACHED.  ALERTDIG  *
      *            SHOWS BOTH BESIDE EACH OPEN ITEM.  CARD-IMAGE      *
      *            LENGTH (80) SO A REPRO CAN BE BROWSED AS-IS.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  ESCALATION-RECORD.
000200     05  ESC-KEY.
000300         10  ESC-ALERT-KEY.
000400             15  ESC-ALERT-DATE     PIC X(08).
000500             15  ESC-ALERT-TIME     PIC X(08).
000600             15  ESC-ALERT-JOBNAME  PIC X(08).
000700         10  ESC-TIER               PIC 9(01).
000800     05  ESC-DATE                   PIC X(08).
000900     05  ESC-TIME                   PIC X(08).
001000     05  ESC-AGE-HOURS              PIC 9(05).
001100     05  ESC-THRESHOLD-HOURS        PIC 9(04).
001200     05  ESC-TARGET                 PIC X(08).
001300     05  FILLER                     PIC X(22).
