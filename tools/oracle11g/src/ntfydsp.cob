      *  not a high-water mark, is the audit trail.                 *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Word DLVRTRK's delivery incidents *
      *              (SQLCODE -20990) by extract, job, ship date    *
      *              and agreed hours.                              *
      *   sysmaint   2026/10/15 - Word PLANCMP's plan-change        *
      *              incidents (SQLCODE -20991) by slow statement   *
      *              count and date.                                *
      *   sysmaint   2026/10/15 - Word RULECHK's business-rule      *
      *              incidents (SQLCODE -20992) by job, rule,       *
      *              violation count and date.                      *
      *   sysmaint   2026/10/15 - Word REPLCHK's replica-check      *
      *              incidents (SQLCODE -20993) by job, date and    *
      *              failed check count.                            *
      *   sysmaint   2026/10/15 - Word RUNWATCH's missed-run        *
      *              incidents (SQLCODE -20996) by job and date     *
      *              instead of as a recurring SQLCODE; RUNWATCH    *
      *              appends them to OPENINC.DAT between ERRESCAL   *
      *              and this run.                                  *
      *   sysmaint   2026/09/03 - Carry the MSGCAT cause/action      *
      *              text in each notification request and widen the *
      *              ON-CALL FD to the enriched 308-byte record, so  *
           CALL "MSGCAT" USING WS-MSG-SQLCODE, WS-MSG-CAUSE,
               WS-MSG-ACTION, WS-MSG-FOUND
           MOVE SPACES                TO WS-WORK-DETAIL
           EVALUATE OIN-SQLCODE
               WHEN -20990
                   STRING "extract "                  DELIMITED SIZE
                          OIN-RULE-ID                 DELIMITED SIZE
                          " job "                     DELIMITED SIZE
                          OIN-JOB-ID                  DELIMITED SIZE
                          " shipped "                 DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                          " not confirmed within "    DELIMITED SIZE
                          OIN-OCCURRENCES             DELIMITED SIZE
                          " hour(s)"                  DELIMITED SIZE
                       INTO WS-WORK-DETAIL
               WHEN -20996
                   STRING "job "                      DELIMITED SIZE
                          OIN-JOB-ID                  DELIMITED SIZE
                          " due "                     DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                          " never started"            DELIMITED SIZE
                       INTO WS-WORK-DETAIL
               WHEN -20991
                   STRING "execution plan changed on "  DELIMITED SIZE
                          OIN-OCCURRENCES             DELIMITED SIZE
                          " slow statement(s) on "    DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                       INTO WS-WORK-DETAIL
               WHEN -20993
                   STRING "job "                      DELIMITED SIZE
                          OIN-JOB-ID                  DELIMITED SIZE
                          " replica check failed "    DELIMITED SIZE
                          OIN-OCCURRENCES             DELIMITED SIZE
                          " check(s) on "             DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                       INTO WS-WORK-DETAIL
               WHEN -20992
                   STRING "job "                      DELIMITED SIZE
                          OIN-JOB-ID                  DELIMITED SIZE
                          " rule "                    DELIMITED SIZE
                          OIN-RULE-ID                 DELIMITED SIZE
                          " failed with "             DELIMITED SIZE
                          OIN-OCCURRENCES             DELIMITED SIZE
                          " violation(s) on "         DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                       INTO WS-WORK-DETAIL
               WHEN OTHER
                   STRING "SQLCODE "                  DELIMITED SIZE
                          WS-SQLCODE-TEXT             DELIMITED SIZE
                          " recurred "                DELIMITED SIZE
                          OIN-OCCURRENCES             DELIMITED SIZE
                          " time(s) since "           DELIMITED SIZE
                          OIN-FIRST-DATE              DELIMITED SIZE
                       INTO WS-WORK-DETAIL
           END-EVALUATE

           PERFORM ROUTE-ONE-PARA.

