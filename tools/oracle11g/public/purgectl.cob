      ***************************************************************
      *                                                             *
      *               P  U  R  G  E  C  T  L                        *
      *                                                             *
      *  Retention row for PURGEDRV, one per history table a purge  *
      *  job clears, in the order the job works through them. Rows  *
      *  are read for the job id only -- a DEFAULT set would purge  *
      *  every job's tables.                                        *
      *                                                             *
      *  PGC-TABLE-NAME loses the rows whose PGC-DATE-COLUMN falls  *
      *  before the cutoff: the business day PGC-RETAIN-DAYS        *
      *  business days back from the run date (BIZCAL "PREV ", so   *
      *  weekends and HOLIDAYS.DAT days are not counted). The       *
      *  cutoff day itself and everything after it is kept.         *
      *  PGC-PREDICATE, when not blank, is extra SQL ANDed onto the *
      *  WHERE clause in parentheses -- a status test, a partition  *
      *  key -- and narrows the archive and the delete alike.       *
      *                                                             *
      *  PGC-ARCHIVE-ID is the CSVEXP report id the qualifying rows *
      *  are archived under: CSVEXP.<id>.CSV is sealed and kept as  *
      *  a GENMGR generation, so its EXTGPRM.DAT retention is how   *
      *  many purges' archives stay on disk. Give every row its own *
      *  id.                                                        *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  PURGE-CONTROL-RECORD.
           05  PGC-JOB-ID            PIC X(8).
           05  PGC-TABLE-NAME        PIC X(30).
           05  PGC-DATE-COLUMN       PIC X(30).
           05  PGC-RETAIN-DAYS       PIC 9(4).
           05  PGC-ARCHIVE-ID        PIC X(8).
           05  PGC-PREDICATE         PIC X(200).
