      ***************************************************************
      *                                                             *
      *               B  I  N  D  T  K  L  G                        *
      *                                                             *
      *  One row per business-date token EXTDRV resolved in a bind  *
      *  value, appended by BINDTOK to BINDTKLG.DAT under FILLOCK,  *
      *  so "what date range did last night's extract use" is       *
      *  answered from the log rather than from memory: the extract *
      *  and job, the bind position, the token as it stands in      *
      *  EXTRCTL.DAT and the YYYYMMDD date it was bound as.         *
      *  BTL-REUSED is "Y" when a resumed run took the value the    *
      *  interrupted run had logged instead of resolving the token  *
      *  again, so a rerun after midnight keeps the original run's  *
      *  dates.                                                     *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  BIND-TOKEN-LOG-RECORD.
           05  BTL-DATE              PIC X(8).
           05  BTL-TIME              PIC X(6).
           05  BTL-PROGRAM-ID        PIC X(8).
           05  BTL-EXTRACT-ID        PIC X(8).
           05  BTL-JOB-ID            PIC X(8).
           05  BTL-BIND-POS          PIC 9(2).
           05  BTL-TOKEN             PIC X(12).
           05  BTL-RESOLVED-DATE     PIC X(8).
           05  BTL-REUSED            PIC X(1).
