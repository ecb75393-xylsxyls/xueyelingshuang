      ***************************************************************
      *                                                             *
      *               R  F  S  H  S  T  L  G                        *
      *                                                             *
      *  Stage summary TSTRFSH's extract writes to                  *
      *  RFSHSTG.<job-id>.DAT, replaced by every extract of the     *
      *  refresh job and read by its clear and report steps. Every  *
      *  row carries the refresh job, its target job and the stamp  *
      *  the extract started at.                                    *
      *                                                             *
      *  RFS-KIND says what the row is:                             *
      *    "T" - one table, in load order (RFS-LOAD-POS): its       *
      *          FLATLOAD record-type code, the sampling rule, the  *
      *          rows fetched from production and staged, and the   *
      *          first and last LOADIN.<target-job-id>.DAT line     *
      *          numbers its staged rows occupy (zero when none)    *
      *    "M" - one masking rule applied: the table, the column    *
      *          and the MASKCTL.DAT pattern and style that matched *
      *          it                                                 *
      *                                                             *
      *  RFS-STATUS on a table row is "S" staged, "F" its source    *
      *  query failed, or "W" its columns are too wide for          *
      *  FLATLOAD's record. Any status but "S" means the refresh    *
      *  was refused: nothing is left staged, and the clear step    *
      *  will not empty the test tables.                            *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  REFRESH-STAGE-RECORD.
           05  RFS-JOB-ID            PIC X(8).
           05  RFS-TARGET-JOB-ID     PIC X(8).
           05  RFS-STAGE-DATE        PIC X(8).
           05  RFS-STAGE-TIME        PIC X(6).
           05  RFS-KIND              PIC X(1).
           05  RFS-LOAD-POS          PIC 9(2).
           05  RFS-TABLE-NAME        PIC X(30).
           05  RFS-TYPE-CODE         PIC X(4).
           05  RFS-SAMPLE-RULE       PIC X(5).
           05  RFS-SAMPLE-VALUE      PIC 9(7).
           05  RFS-FETCHED           PIC 9(9).
           05  RFS-STAGED            PIC 9(9).
           05  RFS-FIRST-LINE        PIC 9(9).
           05  RFS-LAST-LINE         PIC 9(9).
           05  RFS-STATUS            PIC X(1).
           05  RFS-COLUMN-NAME       PIC X(30).
           05  RFS-MASK-PATTERN      PIC X(30).
           05  RFS-MASK-STYLE        PIC X(5).
