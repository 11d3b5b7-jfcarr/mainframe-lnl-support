      ******************************************************************
      * COPYBOOK:  RUNCTL                                              *
      * DESC:      RECORD LAYOUT FOR THE SYS2.OPS.RUNCTL RUN-CONTROL   *
      *            LEDGER.  EVERY COMPANION REPORT THAT ATTESTS TO A  *
      *            STRETCH OF THE AUDIT LOG (AUDITRPT, RECON,         *
      *            AUDVERIF, OPSSCORE, AUDCERT) APPENDS ONE RECORD AT *
      *            END OF RUN: ITS JOB NAME, THE FIRST AND LAST DATE  *
      *            OF THE PERIOD IT COVERED (YYYYMMDD), THE RETURN    *
      *            CODE IT ENDED WITH AND THE DATE AND TIME OF THE    *
      *            RUN.  AUDPURGE READS THE LEDGER TO REFUSE TO       *
      *            DELETE AUDIT RECORDS FROM PERIODS WHOSE REQUIRED   *
      *            REPORTS HAVE NOT COMPLETED CLEANLY; LEDGRPT LISTS  *
      *            IT AND REPORTS SCHEDULE GAPS.  CARD-IMAGE LENGTH   *
      *            (80) SO THE DATASET CAN BE BROWSED AS-IS.          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      *   2026-10-15  JCF  THE DAILY VSTATEXT INTERFACE EXTRACT ALSO  *
      *                    APPENDS ONE RECORD PER RUN (PERIOD = THE   *
      *                    BUSINESS DATE) AND READS ITS OWN EARLIER   *
      *                    RECORDS TO MARK A RERUN AS A REPLACEMENT.  *
      ******************************************************************
000100 01  RUN-CONTROL-RECORD.
000200     05  RCL-JOBNAME                PIC X(08).
000300     05  RCL-PERIOD-FROM            PIC X(08).
000400     05  RCL-PERIOD-TO              PIC X(08).
000500     05  RCL-RETURN-CODE            PIC 9(04).
000600     05  RCL-RUN-DATE               PIC X(08).
000700     05  RCL-RUN-TIME               PIC X(08).
000800     05  FILLER                     PIC X(36).
