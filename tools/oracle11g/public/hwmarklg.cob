      ***************************************************************
      *                                                             *
      *               H  W  M  A  R  K  L  G                        *
      *                                                             *
      *  One row per incremental extract in HWMARK.DAT, kept by     *
      *  HWMARK: the high-water mark -- the highest value of the    *
      *  extract's ECT-HWM-COL column that a delivered run has      *
      *  fetched -- which EXTDRV binds into the ECT-HWM-BIND        *
      *  position on the next run, so the query only returns what   *
      *  changed since. HWM-MARK-TYPE repeats the definition's      *
      *  ECT-HWM-TYPE at the time the mark was stored ("N" compared *
      *  as a number, "C" as text).                                 *
      *                                                             *
      *  HWM-SET-BY is the program that stored the row (EXTDRV      *
      *  after a shipped run), with the job, date, time and the     *
      *  rows the run fetched. There is no row for an extract that  *
      *  has never shipped or whose mark EXTMAINT has reset; the    *
      *  next run then binds the BINDVAL value on file as the floor *
      *  -- a full reload.                                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  HIGH-WATER-MARK-RECORD.
           05  HWM-EXTRACT-ID        PIC X(8).
           05  HWM-MARK-TYPE         PIC X(1).
           05  HWM-MARK              PIC X(80).
           05  HWM-SET-BY            PIC X(8).
           05  HWM-JOB-ID            PIC X(8).
           05  HWM-SET-DATE          PIC X(8).
           05  HWM-SET-TIME          PIC X(6).
           05  HWM-ROW-COUNT         PIC 9(9).
