      ******************************************************************
      * COPYBOOK:  OUTREC                                              *
      * DESC:      RECORD LAYOUT FOR THE SYS2.OPS.OUTAGES PLANNED-    *
      *            OUTAGE (MAINTENANCE-WINDOW) DATASET.  ONE CARD-    *
      *            IMAGE RECORD PER WINDOW: THE AUD-SYSTEM-ID OF THE  *
      *            LPAR TAKEN DOWN, THE FROM AND TO DATE/TIME         *
      *            (YYYYMMDD HHMM) AND THE CHANGE TICKET THAT         *
      *            AUTHORISED IT.  MAINTAINED ONLY THROUGH OUTMAINT,  *
      *            WHICH VALIDATES THE DATES AND REJECTS OVERLAPPING  *
      *            WINDOWS FOR THE SAME SYSTEM.  A DAY IS COVERED     *
      *            WHEN ANY PART OF IT FALLS INSIDE A WINDOW: MISSCHK *
      *            RAISES NO MISSING-VERIFICATION ALERT FOR IT, AND   *
      *            AUDITRPT, XENVRPT AND AUDCERT SHOW A BUSINESS DAY  *
      *            WITH NO RUN AS EXCUSED, WITH THE TICKET, INSTEAD   *
      *            OF MISSING.                                        *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  OUTAGE-RECORD.
000200     05  OUT-SYSTEM-ID              PIC X(04).
000300     05  FILLER                     PIC X(01).
000400     05  OUT-FROM-DATE              PIC X(08).
000500     05  FILLER                     PIC X(01).
000600     05  OUT-FROM-TIME              PIC X(04).
000700     05  FILLER                     PIC X(01).
000800     05  OUT-TO-DATE                PIC X(08).
000900     05  FILLER                     PIC X(01).
001000     05  OUT-TO-TIME                PIC X(04).
001100     05  FILLER                     PIC X(01).
001200     05  OUT-TICKET                 PIC X(12).
001300     05  FILLER                     PIC X(01).
001400     05  OUT-DESC                   PIC X(30).
001500     05  FILLER                     PIC X(04).
