      ***************************************************************
      *                                                             *
      *               L  O  A  D  R  T  Y  P                        *
      *                                                             *
      *  Record-type layout row for FLATLOAD, one per record-type   *
      *  code a multi-record-type inbound file can carry (orders    *
      *  and their order lines in one file, a batch header in front *
      *  and a trailer behind). Rows are read for the job id only   *
      *  -- a DEFAULT set would turn every job's file into a typed  *
      *  one -- and a job with no rows loads by the single          *
      *  SELTYCAT.DAT layout as before.                             *
      *                                                             *
      *  LRT-TYPE-CODE is matched against the first bytes of each   *
      *  record over its trimmed length (first matching row wins);  *
      *  the record's columns start right after it. LRT-ROLE:       *
      *    "H" - batch header, read and counted but never loaded    *
      *    "P" - parent record, loaded into LRT-TABLE-NAME by the   *
      *          column catalog SELTYCAT.<LRT-CATALOG-ID>.DAT       *
      *    "C" - child record, loaded the same way under the most   *
      *          recent record of LRT-PARENT-TYPE: the parent's     *
      *          LRT-PARENT-COLUMN value is carried down into the   *
      *          child table's LRT-LINK-COLUMN, and a child whose   *
      *          parent was rejected is rejected with it            *
      *    "T" - trailer: LRT-COUNT-POS/LEN hold the number of      *
      *          parent and child records in the file,              *
      *          LRT-AMOUNT-POS/LEN (optional) the total of every   *
      *          LRT-AMOUNT-COLUMN, written with its decimal point  *
      *          the way the detail amounts are                     *
      *  LRT-LOAD-RULES is the LOADCTL.DAT row's table, mode,       *
      *  action-code byte and key columns, with the same meaning,   *
      *  per type.                                                  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  LOAD-RECORD-TYPE-RECORD.
           05  LRT-JOB-ID            PIC X(8).
           05  LRT-TYPE-CODE         PIC X(4).
           05  LRT-ROLE              PIC X(1).
           05  LRT-CATALOG-ID        PIC X(8).
           05  LRT-LOAD-RULES.
               10  LRT-TABLE-NAME        PIC X(30).
               10  LRT-LOAD-MODE         PIC X(6).
               10  LRT-ACTION-POS        PIC 9(3).
               10  LRT-KEY-COLUMN        OCCURS 4 TIMES PIC X(30).
           05  LRT-PARENT-TYPE       PIC X(4).
           05  LRT-PARENT-COLUMN     PIC X(30).
           05  LRT-LINK-COLUMN       PIC X(30).
           05  LRT-AMOUNT-COLUMN     PIC X(30).
           05  LRT-COUNT-POS         PIC 9(3).
           05  LRT-COUNT-LEN         PIC 9(2).
           05  LRT-AMOUNT-POS        PIC 9(3).
           05  LRT-AMOUNT-LEN        PIC 9(2).
