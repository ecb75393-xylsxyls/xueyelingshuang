      ***************************************************************
      *                                                             *
      *               C  L  O  S  E  S  G  N                        *
      *                                                             *
      *  Controller sign-off record CLOSEBRD appends to             *
      *  CLOSESGN.DAT, one row per action on one month's checklist  *
      *  item. Rows are never rewritten: the latest row for a month *
      *  and item is the standing one, and the whole file is the    *
      *  trail the auditors read.                                   *
      *                                                             *
      *  CSG-ACTION is "SIGNOFF " (the controller confirms an item  *
      *  that passed), "WAIVE   " (the controller accepts an item   *
      *  that failed, CSG-COMMENT saying why) or "WITHDRAW" (the    *
      *  earlier sign-off or waiver no longer stands). CSG-RESULT   *
      *  and CSG-EVIDENCE are what the check showed when the action *
      *  was taken. CSG-INITIALS are the OPAUDIT-signed initials.   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  CLOSE-SIGNOFF-RECORD.
           05  CSG-MONTH             PIC X(6).
           05  CSG-ITEM-ID           PIC X(8).
           05  CSG-ACTION            PIC X(8).
           05  CSG-INITIALS          PIC X(3).
           05  CSG-DATE              PIC X(8).
           05  CSG-TIME              PIC X(6).
           05  CSG-RESULT            PIC X(6).
           05  CSG-COMMENT           PIC X(40).
           05  CSG-EVIDENCE          PIC X(60).
