      ******************************************************************
      * COPYBOOK:  RPTIDX                                              *
      * DESC:      RECORD LAYOUT FOR THE SYS2.HELLO.RPTINDEX INDEX OF *
      *            THE RETAINED HELLO VERIFICATION REPORTS IN THE     *
      *            SYS2.HELLO.REPORTS GDG.  ONE RECORD PER CATALOGUED *
      *            GENERATION, NEWEST FIRST, REBUILT IN FULL BY EACH  *
      *            RPTINDEX INDEX RUN FROM THE REPORT'S OWN PAGE      *
      *            HEADING (JOB-ID, RUN DATE/TIME, SYSTEM ID) AND ITS *
      *            RUN TOTALS BLOCK (TEST CASES RUN/PASSED/FAILED).   *
      *            THE GENERATION IS HELD AS ITS ABSOLUTE GNNNNVNN    *
      *            QUALIFIER, WHICH DOES NOT SHIFT WHEN A NEW REPORT  *
      *            IS CATALOGUED.  RIX-STATUS SAYS HOW MUCH OF THE    *
      *            REPORT WAS FOUND:                                  *
      *              C - COMPLETE: HEADING AND RUN TOTALS             *
      *              T - HEADING BUT NO RUN TOTALS (RUN DID NOT END)  *
      *              H - NO HELLO PAGE HEADING AT ALL                 *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  REPORT-INDEX-RECORD.
000200     05  RIX-GENERATION             PIC X(08).
000300     05  FILLER                     PIC X(01).
000400     05  RIX-JOBID                  PIC X(08).
000500     05  FILLER                     PIC X(01).
000600     05  RIX-RUN-DATE               PIC X(08).
000700     05  FILLER                     PIC X(01).
000800     05  RIX-RUN-TIME               PIC X(08).
000900     05  FILLER                     PIC X(01).
001000     05  RIX-SYSTEM-ID              PIC X(04).
001100     05  FILLER                     PIC X(01).
001200     05  RIX-TESTS-RUN              PIC 9(04).
001300     05  RIX-TESTS-PASSED           PIC 9(04).
001400     05  RIX-TESTS-FAILED           PIC 9(04).
001500     05  RIX-PAGES                  PIC 9(04).
001600     05  RIX-LINES                  PIC 9(06).
001700     05  FILLER                     PIC X(01).
001800     05  RIX-STATUS                 PIC X(01).
001900         88  RIX-COMPLETE                     VALUE 'C'.
002000         88  RIX-NO-TOTALS                    VALUE 'T'.
002100         88  RIX-NO-HEADING                   VALUE 'H'.
002200     05  FILLER                     PIC X(01).
002300     05  RIX-INDEXED-DATE           PIC X(08).
002400     05  FILLER                     PIC X(06).
