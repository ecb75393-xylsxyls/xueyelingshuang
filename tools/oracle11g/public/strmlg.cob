      ***************************************************************
      *                                                             *
      *               S  T  R  M  L  G                              *
      *                                                             *
      *  One row per step STRMRUN ran, passed over or gave up on,   *
      *  appended to STRMLOG.DAT. SRL-RUN-DATE/SRL-RUN-TIME         *
      *  identify the stream run (its start), so one night's rows   *
      *  can be picked out even across a restart, which starts a    *
      *  new run. SRL-OUTCOME:                                      *
      *                                                             *
      *    "OK      " - ended within STM-MAX-RC                     *
      *    "FAILED  " - ended above STM-MAX-RC                      *
      *    "SKIPPED " - passed over by an earlier step's "SKIP"     *
      *    "RECOVERY" - a recovery step that ended within its limit *
      *    "RECFAIL " - a recovery step that did not                *
      *    "RESUMED " - a restart picked the stream up here         *
      *                                                             *
      *  SRL-RETURN-CODE is the step's RETURN-CODE (zero on the     *
      *  skipped and resumed rows).                                 *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  STREAM-LOG-RECORD.
           05  SRL-STREAM-ID         PIC X(8).
           05  SRL-RUN-DATE          PIC X(8).
           05  SRL-RUN-TIME          PIC X(6).
           05  SRL-STEP-NAME         PIC X(8).
           05  SRL-PROGRAM-ID        PIC X(8).
           05  SRL-JOB-ID            PIC X(8).
           05  SRL-OUTCOME           PIC X(8).
           05  SRL-RETURN-CODE       PIC S9(4).
           05  SRL-START-DATE        PIC X(8).
           05  SRL-START-TIME        PIC X(6).
           05  SRL-END-DATE          PIC X(8).
           05  SRL-END-TIME          PIC X(6).
