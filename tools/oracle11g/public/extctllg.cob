      *  02:00. The runner itself ignores the field; Oracle still   *
      *  gets every bind as CHAR, same as always.                   *
      *                                                             *
      *  A BCT-BIND-VALUE that is a business-date token --          *
      *  &BIZDATE, &PREVBIZ, &MONTHBEG, &MONTHEND or &LASTMONTH --  *
      *  is bound as the YYYYMMDD date BINDTOK resolves it to       *
      *  through BIZCAL on the day of the run, and logged to        *
      *  BINDTKLG.DAT. A literal value therefore cannot begin with  *
      *  "&".                                                       *
      *                                                             *
      *  ECT-STATUS is "R" on a definition EXTMAINT has retired     *
      *  (ECT-STATUS-DATE is the day it was retired); space is      *
      *  live. A retired definition keeps its lines in the file, so *
      *  it can still be listed and copied, but EXTDRV and SQLPRFLT *
      *  skip it -- header, SQL and binds alike.                    *
      *                                                             *
      *  ECT-HWM-COL makes the extract incremental: the select-list *
      *  position of its high-water-mark column (a last-updated     *
      *  timestamp rendered in sortable text, or a sequence         *
      *  number), with ECT-HWM-BIND the bind position that receives *
      *  the previous run's mark and ECT-HWM-TYPE "N" to compare    *
      *  the column as a number or "C" as text. EXTDRV binds the    *
      *  mark HWMARK holds for the extract id in place of that      *
      *  BINDVAL value -- the value on file is the floor a first    *
      *  run or a reset starts from -- and stores the highest value *
      *  fetched as the new mark only once DLVRMGR has shipped the  *
      *  file, so a failed or undelivered run is picked up again    *
      *  the next night. Zero or blank is a full extract every run. *
      *  Only a CSV extract, the mode DLVRMGR ships, can be         *
      *  incremental.                                               *
      *                                                             *
      *  "PARTITN " records make the extract partitioned: one per   *
      *  slice, numbered 1 up to at most 4, each naming up to two   *
      *  bind positions (PCT-BIND-POS-2 zero for one) and the       *
      *  literal value that slice binds there in place of the       *
      *  BINDVAL value -- the low and high key of a range (WHERE    *
      *  KEY >= :3 AND KEY < :4), or the modulus and remainder      *
      *  (WHERE MOD(KEY, :3) = :4). EXTDRV runs every slice at the  *
      *  same time, slice n on its own engine copy (DYNSQL4,        *
      *  DYNSQL42, DYNSQL43, DYNSQL44), and merges the slices into  *
      *  the one extract once all of them have finished.            *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Added the "PARTITN " record for   *
      *              partitioned (parallel slice) extracts.         *
      *   sysmaint   2026/10/15 - Added the ECT-HWM- fields for     *
      *              incremental (high-water-mark) extracts.        *
      *   sysmaint   2026/10/15 - Documented the business-date      *
      *              tokens a bind value may carry.                 *
      *   sysmaint   2026/10/15 - Added ECT-STATUS/ECT-STATUS-DATE  *
      *              so a retired definition can stay on file       *
      *              without being run.                             *
      *   sysmaint   2026/09/03 - Added BCT-BIND-TYPE for the       *
      *              pre-flight's content checks.                   *
      *   sysmaint   2026/09/03 - Initial version.                  *
               10  ECT-AMOUNT-PREC   OCCURS 5 TIMES PIC 9(2).
           05  ECT-AMOUNT-SCLS.
               10  ECT-AMOUNT-SCL    OCCURS 5 TIMES PIC 9(2).
           05  ECT-STATUS            PIC X(1).
           05  ECT-STATUS-DATE       PIC X(8).
           05  ECT-HWM-COL           PIC 9(2).
           05  ECT-HWM-BIND          PIC 9(2).
           05  ECT-HWM-TYPE          PIC X(1).

       01  SQL-TEXT-CONTROL-RECORD.
           05  SCT-KIND              PIC X(8).
           05  BCT-NULL-FLAG         PIC X(1).
           05  BCT-BIND-VALUE        PIC X(80).
           05  BCT-BIND-TYPE         PIC X(1).

       01  PARTITION-CONTROL-RECORD.
           05  PCT-KIND              PIC X(8).
           05  PCT-SLICE-NR          PIC 9(1).
           05  PCT-BIND-POS-1        PIC 9(2).
           05  PCT-BIND-VALUE-1      PIC X(40).
           05  PCT-BIND-POS-2        PIC 9(2).
           05  PCT-BIND-VALUE-2      PIC X(40).
