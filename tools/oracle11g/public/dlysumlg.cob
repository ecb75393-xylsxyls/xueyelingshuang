      *  plus how many programs had a flagged parse ratio) is the    *
      *  file's last record.                                          *
      *                                                             *
      *  DAILY-RUN-SUMMARY-RECORD is the one DRS-KIND "RUNS  "      *
      *  record, written just before the TOTAL record: how many     *
      *  runs the JOBREG ledger shows ending that day, how many of  *
      *  them ended with a negative worst SQLCODE, how many were    *
      *  stopped by the batch-window governor ("DEADLINE"), and     *
      *  their summed elapsed seconds.                              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Added DAILY-RUN-SUMMARY-RECORD,   *
      *              the day's JOBREG run totals.                   *
      *   sysmaint   2026/08/21 - Describe the real record order:     *
      *              PARSE records first, the TOTAL record last.     *
      *   sysmaint   2026/08/08 - Initial version.                 *
           05  DSM-SQLD-MISMATCH-COUNT PIC S9(9).
           05  DSM-TYPE-UNKNOWN-COUNT  PIC S9(9).
           05  DSM-PARSE-RATIO-PCT   PIC S9(5).

       01  DAILY-RUN-SUMMARY-RECORD.
           05  DRS-KIND              PIC X(6).
           05  DRS-DATE              PIC X(8).
           05  DRS-TIME              PIC X(6).
           05  DRS-RUN-COUNT         PIC S9(9).
           05  DRS-DIRTY-COUNT       PIC S9(9).
           05  DRS-DEADLINE-COUNT    PIC S9(9).
           05  DRS-ELAPSED-SECONDS   PIC S9(9).
