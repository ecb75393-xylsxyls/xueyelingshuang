      ***************************************************************
      *                                                             *
      *               R  E  T  R  Y  L  G                           *
      *                                                             *
      *  One row per attempt of a statement that hit a transient    *
      *  SQLCODE, appended by SQLRETRY to RETRYLG.DAT. A statement  *
      *  that succeeds first time writes nothing; one that needed   *
      *  retrying writes a row for every attempt, so the log shows  *
      *  the whole story -- which engine, for which program and     *
      *  job, what each attempt got back and how it ended:          *
      *    "RETRY   " - transient failure, another attempt follows  *
      *    "RECOVER " - a retry succeeded (SQLCODE zero or the      *
      *                 +100/+1403 end of fetch)                    *
      *    "EXHAUST " - transient failure on the last attempt       *
      *                 allowed; the SQLCODE goes back              *
      *                 to the caller                               *
      *    "FAILED  " - a retry failed with a non-transient code    *
      *  RTL-JOB-ID is the job registered with JOBREG "START" in    *
      *  the run unit, or the caller id when the run never          *
      *  registered.                                                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  RETRY-LOG-RECORD.
           05  RTL-PROGRAM-ID        PIC X(8).
           05  RTL-JOB-ID            PIC X(8).
           05  RTL-ENGINE-ID         PIC X(8).
           05  RTL-DATE              PIC X(8).
           05  RTL-TIME              PIC X(6).
           05  RTL-SQLCODE           PIC S9(9).
           05  RTL-ATTEMPT           PIC S9(4).
           05  RTL-OUTCOME           PIC X(8).
