      ***************************************************************
      *                                                             *
      *               R  E  T  R  Y  P  R  M                        *
      *                                                             *
      *  Runtime parameter record for SQLRETRY, one row per job id  *
      *  plus an optional "DEFAULT " row, the same lookup           *
      *  convention ORAFLAGS.DAT uses for ORACONN. RTP-MAX-         *
      *  ATTEMPTS is how many times in all a statement that failed  *
      *  with a transient SQLCODE is run (the first try included),  *
      *  and RTP-WAIT-SECONDS is the pause before each retry. A     *
      *  job with no row (and no DEFAULT row) runs with SQLRETRY's  *
      *  built-in 3 attempts and 5 seconds; a row with 1 attempt    *
      *  turns retry off for that job.                              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RETRY-PARM-RECORD.
           05  RTP-JOB-ID            PIC X(8).
           05  RTP-MAX-ATTEMPTS      PIC S9(9).
           05  RTP-WAIT-SECONDS      PIC S9(9).
