      *  before RCL-MATCHED existed read as a space there and were  *
      *  all discrepancies.                                         *
      *                                                             *
      *  RCL-INSERTED, RCL-UPDATED and RCL-DELETED break the actual *
      *  count down by action for a caller that applies more than   *
      *  one kind of change (FLATLOAD's keyed modes); their sum is  *
      *  RCL-ACTUAL-COUNT, and a negative RCL-DIFFERENCE is then    *
      *  the rejected count. They are zero for a single-statement   *
      *  reconciliation and spaces on records written before them.  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Added RCL-INSERTED, RCL-UPDATED   *
      *              and RCL-DELETED in the record's unused tail.   *
      *   sysmaint   2026/08/21 - Log every reconciliation with the  *
      *              RCL-MATCHED flag, not just the breaks, so       *
      *              RECNSUM can roll up break rates by program.     *
           05  RCL-ACTUAL-COUNT      PIC S9(9).
           05  RCL-DIFFERENCE        PIC S9(9).
           05  RCL-MATCHED           PIC X(1).
           05  RCL-INSERTED          PIC S9(9).
           05  RCL-UPDATED           PIC S9(9).
           05  RCL-DELETED           PIC S9(9).
