      ***************************************************************
      *                                                             *
      *               R  U  L  R  S  L  G                           *
      *                                                             *
      *  Rule result record appended by RULECHK to RULERSLT.DAT,    *
      *  one per rule per run, with the violation count the rule's  *
      *  count query returned.                                      *
      *                                                             *
      *  RRS-RESULT --                                              *
      *    "PASS " - no more than RUL-THRESHOLD violations          *
      *    "FAIL " - more than RUL-THRESHOLD violations             *
      *    "ERROR" - the count query failed; RRS-VIOLATIONS is zero *
      *                                                             *
      *  RRS-INCIDENT is "Y" when the failure was at or above the   *
      *  job's incident severity. RRS-SAMPLES is how many keys went *
      *  to RULESAMP.DAT.                                           *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RULE-RESULT-RECORD.
           05  RRS-DATE              PIC X(8).
           05  RRS-TIME              PIC X(6).
           05  RRS-JOB-ID            PIC X(8).
           05  RRS-RULE-ID           PIC X(8).
           05  RRS-SEVERITY          PIC 9(1).
           05  RRS-VIOLATIONS        PIC 9(9).
           05  RRS-THRESHOLD         PIC 9(9).
           05  RRS-RESULT            PIC X(5).
           05  RRS-INCIDENT          PIC X(1).
           05  RRS-SAMPLES           PIC 9(2).
           05  RRS-DESCRIPTION       PIC X(40).
