      ***************************************************************
      *                                                             *
      *               R  U  L  E  C  T  L                           *
      *                                                             *
      *  Business-rule row for RULECHK, one per data assertion a    *
      *  rule job runs, in the order the job works through them.    *
      *  Rows are read for the job id only.                         *
      *                                                             *
      *  RUL-COUNT-QUERY is a SELECT returning one number in one    *
      *  row: how many rows break the rule (a COUNT(*) of orphaned  *
      *  order lines, of accounts with no branch, of days whose     *
      *  total disagrees with the ledger). More than RUL-THRESHOLD  *
      *  violations fails the rule; a threshold of zero means none  *
      *  are allowed.                                               *
      *                                                             *
      *  RUL-SAMPLE-QUERY, when not blank, is run only for a failed *
      *  rule and returns the violating rows' keys in its first     *
      *  select column (concatenate a composite key with ||); the   *
      *  first RPM-SAMPLE-LIMIT of them are kept in RULESAMP.DAT.   *
      *                                                             *
      *  RUL-SEVERITY runs from 1 (cosmetic) to 9 (stop the         *
      *  business); a failure at or above the job's                 *
      *  RPM-INCIDENT-SEVERITY becomes an OPENINC.DAT incident.     *
      *  RUL-DESCRIPTION is the short text shown on the scorecard.  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RULE-CONTROL-RECORD.
           05  RUL-JOB-ID            PIC X(8).
           05  RUL-RULE-ID           PIC X(8).
           05  RUL-SEVERITY          PIC 9(1).
           05  RUL-THRESHOLD         PIC 9(9).
           05  RUL-DESCRIPTION       PIC X(40).
           05  RUL-COUNT-QUERY       PIC X(200).
           05  RUL-SAMPLE-QUERY      PIC X(200).
