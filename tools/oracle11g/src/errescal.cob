      *  ERROR-LOG-RECORD.                                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Blank the new OIN-RULE-ID on each *
      *              incident written, as for OIN-JOB-ID.           *
      *   sysmaint   2026/10/15 - Blank the new OIN-JOB-ID on each  *
      *              incident written; the field identifies         *
      *              RUNWATCH's missed-run rows, which are appended *
      *              after this rebuilds the file.                  *
      *   sysmaint   2026/09/03 - Count the rolling window in         *
      *              BUSINESS days through BIZCAL instead of          *
      *              calendar days: the archives walked and the       *
           MOVE WS-PAIR-COUNT(WS-IX)       TO OIN-OCCURRENCES
           MOVE WS-TODAY                   TO OIN-RAISED-DATE
           MOVE WS-NOW                     TO OIN-RAISED-TIME
           MOVE SPACES                     TO OIN-JOB-ID
           MOVE SPACES                     TO OIN-RULE-ID

           WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD

