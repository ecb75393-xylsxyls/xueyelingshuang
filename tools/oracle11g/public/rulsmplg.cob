      ***************************************************************
      *                                                             *
      *               R  U  L  S  M  P  L  G                        *
      *                                                             *
      *  Violation sample record appended by RULECHK to             *
      *  RULESAMP.DAT: the key (first select column of              *
      *  RUL-SAMPLE-QUERY) of one row that broke a failed rule,     *
      *  numbered from 1 within the rule's run, so whoever          *
      *  investigates starts from real rows instead of re-running   *
      *  the query.                                                 *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RULE-SAMPLE-RECORD.
           05  RSM-DATE              PIC X(8).
           05  RSM-TIME              PIC X(6).
           05  RSM-JOB-ID            PIC X(8).
           05  RSM-RULE-ID           PIC X(8).
           05  RSM-SEQUENCE          PIC 9(2).
           05  RSM-KEY               PIC X(80).
