      *  scrolling by as more SQLERRLG.DAT lines night after night. *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - DLVRTRK raises SQLCODE -20990 for *
      *              a shipment not confirmed downstream in its     *
      *              agreed hours: OIN-JOB-ID the shipping job,     *
      *              OIN-RULE-ID the extract id, OIN-FIRST-DATE the *
      *              ship date, OIN-LAST-DATE the due date and      *
      *              OIN-OCCURRENCES the agreed hours.              *
      *   sysmaint   2026/10/15 - PLANCMP raises SQLCODE -20991 per *
      *              caller program whose slow statements changed   *
      *              plan, with OIN-OCCURRENCES the statements;     *
      *              OIN-JOB-ID stays blank.                        *
      *   sysmaint   2026/10/15 - Added OIN-RULE-ID for RULECHK's   *
      *              business-rule incidents (SQLCODE -20992),      *
      *              raised per job and rule; every other writer    *
      *              leaves it blank.                               *
      *   sysmaint   2026/10/15 - OIN-JOB-ID is also set on         *
      *              REPLCHK's replica-check incidents (SQLCODE     *
      *              -20993), with OIN-OCCURRENCES the checks that  *
      *              failed.                                        *
      *   sysmaint   2026/10/15 - Added OIN-JOB-ID for incidents    *
      *              raised against one job rather than a           *
      *              program/SQLCODE pair -- RUNWATCH's missed runs *
      *              (SQLCODE -20996); ERRESCAL leaves it blank.    *
      *   sysmaint   2026/08/21 - Initial version.                  *
      ***************************************************************
       01  OPEN-INCIDENT-RECORD.
           05  OIN-OCCURRENCES       PIC S9(9).
           05  OIN-RAISED-DATE       PIC X(8).
           05  OIN-RAISED-TIME       PIC X(6).
           05  OIN-JOB-ID            PIC X(8).
           05  OIN-RULE-ID           PIC X(8).
