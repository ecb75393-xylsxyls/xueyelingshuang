      ***************************************************************
      *                                                             *
      *               R  U  L  E  P  R  M                           *
      *                                                             *
      *  Runtime parameter record for RULECHK, one row per rule job *
      *  id plus an optional "DEFAULT " row, the lookup convention  *
      *  RETRYPRM.DAT uses for SQLRETRY. RPM-INCIDENT-SEVERITY is   *
      *  the lowest rule severity whose failure is raised as an     *
      *  incident; RPM-SAMPLE-LIMIT is how many violating keys a    *
      *  failed rule keeps. A job with no row (and no DEFAULT row)  *
      *  runs with RULECHK's built-in severity 5 and 10 keys; a     *
      *  limit of zero keeps none.                                  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RULE-PARM-RECORD.
           05  RPM-JOB-ID            PIC X(8).
           05  RPM-INCIDENT-SEVERITY PIC 9(1).
           05  RPM-SAMPLE-LIMIT      PIC 9(2).
