      ***************************************************************
      *                                                             *
      *               J  O  B  O  W  N  R                           *
      *                                                             *
      *  Job-ownership record read by CHRGBACK from JOBOWNR.DAT:    *
      *  one row per program/job pair naming the department that    *
      *  owns the work and the cost centre Finance charges it to.   *
      *  JOW-JOB-ID "DEFAULT " owns every job of the program that   *
      *  has no row of its own, the lookup convention CONNDIR.DAT   *
      *  and RETRYPRM.DAT use.                                      *
      *                                                             *
      *  RECNLG, SLOWSQL and CURSTAT records carry a program id but *
      *  no job id, so their rows, slow statements and cursor       *
      *  counts are charged to the program's "DEFAULT " row -- or,  *
      *  with none, to the department every row of that program     *
      *  names. A program whose rows name more than one department  *
      *  and that has no "DEFAULT " row leaves those measures       *
      *  unassigned until one is added.                             *
      *                                                             *
      *  JOW-DEPT-NAME is carried onto the report for readers who   *
      *  do not know the department codes.                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  JOB-OWNER-RECORD.
           05  JOW-PROGRAM-ID        PIC X(8).
           05  JOW-JOB-ID            PIC X(8).
           05  JOW-DEPARTMENT        PIC X(8).
           05  JOW-COST-CENTRE       PIC X(10).
           05  JOW-DEPT-NAME         PIC X(30).
