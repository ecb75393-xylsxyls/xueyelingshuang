      *  be sent its own bad records back without anyone re-keying  *
      *  them from the input file by line number.                   *
      *                                                             *
      *  LRJ-COLUMN-NAME names the catalog column (STC-VNAME) that  *
      *  failed conversion or was a missing key, and is blank when  *
      *  no single column was at fault, so INBACK can hand the      *
      *  sender its line, column and reason without picking the     *
      *  name back out of LRJ-REASON. Records written before it     *
      *  existed read blank there.                                  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Added LRJ-COLUMN-NAME after the   *
      *              record text.                                   *
      *   sysmaint   2026/09/03 - Initial version.                  *
      ***************************************************************
       01  LOAD-REJECT-RECORD.
           05  LRJ-SQLCODE           PIC S9(9).
           05  LRJ-REASON            PIC X(40).
           05  LRJ-RECORD-TEXT       PIC X(200).
           05  LRJ-COLUMN-NAME       PIC X(30).
