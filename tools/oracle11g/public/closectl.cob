      ***************************************************************
      *                                                             *
      *               C  L  O  S  E  C  T  L                        *
      *                                                             *
      *  Month-end close checklist item, one row per item in        *
      *  CLOSECTL.DAT, read by CLOSEBRD. The rows are the           *
      *  checklist, in the order they print; with no CLOSECTL.DAT   *
      *  (or no rows in it) CLOSEBRD uses its built-in five, one    *
      *  per check below.                                           *
      *                                                             *
      *  CCL-CHECK is what the item looks at for the month:         *
      *                                                             *
      *    "RECN" - RECNSUM.<yyyymm>.DAT is on disk and shows no    *
      *             breaks (CCL-PROGRAM-ID: that program only)      *
      *    "JOBR" - every month-end pair has a JOBREG end record    *
      *             from a run started on or after the close        *
      *             date that the batch-window governor did not     *
      *             stop (CCL-PROGRAM-ID / CCL-OBJECT-ID: that      *
      *             program / job only)                             *
      *    "MANI" - every month-end CSV extract (EXTDRV run under   *
      *             a month-end job) has a CSVEXP.<id>.MFT manifest *
      *             dated on or after the close date and an         *
      *             OUTB.<id>.CSV whose trailer matches it, i.e. it *
      *             was shipped (CCL-OBJECT-ID: that extract only)  *
      *    "SQLD" - no SQLDPEND.DAT entry is still "OPEN  "         *
      *             (CCL-PROGRAM-ID: that program only)             *
      *    "OINC" - no OPENINC.DAT incident against a month-end job *
      *             or, for an incident with no job, a month-end    *
      *             program (CCL-OBJECT-ID: that job only)          *
      *                                                             *
      *  The month-end pairs are the RUNSCHED.DAT rows with         *
      *  RSC-RULE "MEND". A run "for the month" is one on or after  *
      *  the month's close date (BIZCAL "EOM  ") and before the     *
      *  next month's.                                              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  CLOSE-CHECKLIST-RECORD.
           05  CCL-ITEM-ID           PIC X(8).
           05  CCL-CHECK             PIC X(4).
           05  CCL-PROGRAM-ID        PIC X(8).
           05  CCL-OBJECT-ID         PIC X(8).
           05  CCL-DESCRIPTION       PIC X(40).
