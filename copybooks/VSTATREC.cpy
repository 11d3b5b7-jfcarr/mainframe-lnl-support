      ******************************************************************
      * COPYBOOK:  VSTATREC                                            *
      * DESC:      RECORD LAYOUTS FOR THE SYS2.OPS.VSTATUS DAILY      *
      *            VERIFICATION-STATUS INTERFACE FILE THAT VSTATEXT   *
      *            WRITES FOR THE ENTERPRISE MONITORING SYSTEM.  ONE  *
      *            GENERATION PER RUN, FIXED 80-BYTE RECORDS, ALL     *
      *            NUMBERS UNSIGNED ZONED DECIMAL:                    *
      *              H - ONE HEADER: BUSINESS DATE, CREATION STAMP,   *
      *                  LOAD TYPE N (NEW) OR R (REPLACES EVERY       *
      *                  EARLIER FILE FOR THE SAME BUSINESS DATE),    *
      *                  THE RUN SEQUENCE FOR THAT DATE AND THE       *
      *                  SYSTEM ID OF THE LPAR THAT BUILT THE FILE.   *
      *              D - ONE DETAIL PER AUD-SYSTEM-ID (LPAR): STATUS  *
      *                  VERIFIED, FAILED, MISSING, EXCUSED (PLANNED  *
      *                  OUTAGE, TICKET GIVEN) OR NOTDUE (NOT A       *
      *                  BUSINESS DAY), RUN COUNT, BEST RC (9999 WHEN *
      *                  NO RUN) AND THE SUITE ELAPSED TIME OF THE    *
      *                  LATEST RUN WITH THAT RC.  SYS2.OPS.ALERTS IS *
      *                  LOCAL TO THE BUILDING LPAR, SO ITS COUNTS    *
      *                  ARE CARRIED ON THAT LPAR'S DETAIL ONLY AND   *
      *                  ARE ZERO ON THE OTHERS.                      *
      *              T - ONE TRAILER: DETAIL AND TOTAL RECORD COUNTS  *
      *                  (HEADER AND TRAILER INCLUDED), THE CONTROL   *
      *                  TOTAL (SUM OF THE DETAIL RUN COUNTS) AND A   *
      *                  HASH TOTAL OF THE SUITE TIMES.               *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL COPYBOOK.                         *
      ******************************************************************
000100 01  VSTAT-RECORD.
000200     05  VST-REC-TYPE               PIC X(01).
000300         88  VST-HEADER                       VALUE 'H'.
000400         88  VST-DETAIL                       VALUE 'D'.
000500         88  VST-TRAILER                      VALUE 'T'.
000600     05  VST-BODY                   PIC X(79).
000700 01  VSTAT-HEADER-RECORD REDEFINES VSTAT-RECORD.
000800     05  FILLER                     PIC X(01).
000900     05  VSH-INTERFACE-ID           PIC X(08).
001000     05  VSH-BUS-DATE               PIC X(08).
001100     05  VSH-CREATE-DATE            PIC X(08).
001200     05  VSH-CREATE-TIME            PIC X(08).
001300     05  VSH-LOAD-TYPE              PIC X(01).
001400         88  VSH-NEW-LOAD                     VALUE 'N'.
001500         88  VSH-REPLACEMENT                  VALUE 'R'.
001600     05  VSH-RUN-SEQ                PIC 9(02).
001700     05  VSH-BUS-DAY-FLAG           PIC X(01).
001800     05  VSH-SOURCE-SYSTEM          PIC X(04).
001900     05  FILLER                     PIC X(39).
002000 01  VSTAT-DETAIL-RECORD REDEFINES VSTAT-RECORD.
002100     05  FILLER                     PIC X(01).
002200     05  VSD-SYSTEM-ID              PIC X(04).
002300     05  VSD-BUS-DATE               PIC X(08).
002400     05  VSD-STATUS                 PIC X(08).
002500     05  VSD-RUN-COUNT              PIC 9(04).
002600     05  VSD-BEST-RC                PIC 9(04).
002700     05  VSD-LAST-RUN-TIME          PIC X(08).
002800     05  VSD-SUITE-HUNDS            PIC 9(08).
002900     05  VSD-TIMING-FLAG            PIC X(01).
003000     05  VSD-ALERTS-OPEN            PIC 9(05).
003100     05  VSD-ALERTS-ACKED           PIC 9(05).
003200     05  VSD-ALERTS-BACKLOG         PIC 9(05).
003250     05  VSD-TICKET                 PIC X(12).
003300     05  FILLER                     PIC X(07).
003400 01  VSTAT-TRAILER-RECORD REDEFINES VSTAT-RECORD.
003500     05  FILLER                     PIC X(01).
003600     05  VST-BUS-DATE               PIC X(08).
003700     05  VST-DETAIL-COUNT           PIC 9(05).
003800     05  VST-RECORD-COUNT           PIC 9(07).
003900     05  VST-CONTROL-TOTAL          PIC 9(09).
004000     05  VST-HASH-HUNDS             PIC 9(11).
004100     05  FILLER                     PIC X(39).
