      ***************************************************************
      *                                                             *
      *               R  E  P  L  R  C  L  G                        *
      *                                                             *
      *  Replica reconciliation record written by REPLCHK, one per  *
      *  check per run. RRL-PRIMARY-VALUE and RRL-REPLICA-VALUE are *
      *  the two answers as returned ("NULL" for a NULL);           *
      *  RRL-DIFFERENCE is primary minus replica -- for a "T"       *
      *  check, the seconds the replica trails by.                  *
      *                                                             *
      *  RRL-RESULT --                                              *
      *    "MATCHED " - within tolerance                            *
      *    "MISMATCH" - a count or sum out of tolerance, or a NULL  *
      *                on one side only                             *
      *    "LAGGING " - the replica trails beyond tolerance         *
      *    "FAILED  " - the query failed on either side, or a "T"   *
      *                answer was not a timestamp                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  REPLICA-RECON-RECORD.
           05  RRL-JOB-ID            PIC X(8).
           05  RRL-CHECK-ID          PIC X(8).
           05  RRL-DATE              PIC X(8).
           05  RRL-TIME              PIC X(6).
           05  RRL-PRIMARY-CONN      PIC X(8).
           05  RRL-REPLICA-CONN      PIC X(8).
           05  RRL-KIND              PIC X(1).
           05  RRL-PRIMARY-VALUE     PIC X(30).
           05  RRL-REPLICA-VALUE     PIC X(30).
           05  RRL-DIFFERENCE        PIC S9(15)V99.
           05  RRL-TOLERANCE         PIC 9(11)V99.
           05  RRL-RESULT            PIC X(8).
