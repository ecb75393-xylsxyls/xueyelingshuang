      ***************************************************************
      *                                                             *
      *               R  U  N  S  C  H  E  D                        *
      *                                                             *
      *  Expected-run schedule row, one per program/job pair that   *
      *  is supposed to run, read by RUNWATCH from RUNSCHED.DAT.    *
      *  RSC-RULE says which days the pair is due:                  *
      *                                                             *
      *    "BDAY" - every business day (BIZCAL "ISBIZ")             *
      *    "WDAY" - the weekdays marked "Y" in RSC-WEEKDAYS,        *
      *             Monday first, business day or not               *
      *    "MEND" - the last business day of the month              *
      *             (BIZCAL "EOM  ")                                *
      *    "BDNN" - the RSC-BDAY-NR'th business day of the month    *
      *                                                             *
      *  RSC-LATEST-START (HHMM) is the latest the run may start; a *
      *  pair with no JOBLEDG.DAT start that day and no             *
      *  INFLIGHT.DAT row once that time has passed has missed its  *
      *  run.                                                       *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RUN-SCHEDULE-RECORD.
           05  RSC-PROGRAM-ID        PIC X(8).
           05  RSC-JOB-ID            PIC X(8).
           05  RSC-RULE              PIC X(4).
           05  RSC-WEEKDAYS          PIC X(7).
           05  RSC-BDAY-NR           PIC 9(2).
           05  RSC-LATEST-START      PIC 9(4).
           05  RSC-DESCRIPTION       PIC X(30).
