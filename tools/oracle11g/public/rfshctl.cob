      ***************************************************************
      *                                                             *
      *               R  F  S  H  C  T  L                           *
      *                                                             *
      *  Refresh-definition row for TSTRFSH, one per table a        *
      *  test-environment refresh job copies from production, rows  *
      *  read for the job id only. RFC-TARGET-JOB-ID is the job the *
      *  test side runs under: its CONNDIR.DAT row names the test   *
      *  connection, and FLATLOAD loads the staged rows under it.   *
      *  Every row of a refresh job must name the same target job.  *
      *                                                             *
      *  RFC-SOURCE-QUERY is the SELECT run against production. Its *
      *  select list is the target table's columns, in the order    *
      *  they are to be inserted, each aliased to the target column *
      *  name (the alias is what FLATLOAD names in the INSERT and   *
      *  what MASKCTL.DAT patterns match); a DATE column is         *
      *  selected as TO_CHAR(column, 'YYYYMMDD'), the form FLATLOAD *
      *  binds.                                                     *
      *                                                             *
      *  RFC-SAMPLE-RULE says how much of the result is taken:      *
      *    "ALL  " - every row (also a blank rule)                  *
      *    "LIMIT" - the first RFC-SAMPLE-VALUE rows                *
      *    "EVERY" - one row in every RFC-SAMPLE-VALUE, starting    *
      *              with the first                                 *
      *  A LIMIT or EVERY value of zero takes every row.            *
      *                                                             *
      *  RFC-PARENT-TABLE names up to three other target tables of  *
      *  the same job that this table's foreign keys point at.      *
      *  Parents are loaded ahead of their children and cleared     *
      *  after them; a parent that is not itself refreshed is taken *
      *  to be in the test database already.                        *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  REFRESH-CONTROL-RECORD.
           05  RFC-JOB-ID            PIC X(8).
           05  RFC-TARGET-JOB-ID     PIC X(8).
           05  RFC-TARGET-TABLE      PIC X(30).
           05  RFC-PARENT-TABLE      OCCURS 3 TIMES PIC X(30).
           05  RFC-SAMPLE-RULE       PIC X(5).
           05  RFC-SAMPLE-VALUE      PIC 9(7).
           05  RFC-SOURCE-QUERY      PIC X(300).
