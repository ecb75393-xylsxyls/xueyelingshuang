      *                                                             *
      *               J  O  B  G  A  T  E                           *
      *                                                             *
      *  Prerequisite gate. Nothing stopped DAILYSUM running before *
      *  LOGARCH had rotated the logs, or the month-end RECNSUM     *
      *  rollup starting while extracts were still writing RECNLG   *
      *  -- ordering lived only in the scheduler, and one operator  *
      *  reshuffle built a summary on half a night's data. A job    *
      *  CALLs this at startup; it reads the job's dependency rows  *
      *  from JOBDEPS.DAT (one row per prerequisite program/job     *
      *  pair) and checks the JOBREG ledger for a same-day end      *
      *  record for each: present, ended "NORMAL  " (or from before *
      *  JBR-STATUS existed) and with a non-negative                *
      *  JBR-WORST-SQLCODE. Only the day's end records are read, by *
      *  the ledger's end-date key. WS-GATE-STATUS and RETURN-CODE  *
      *  say what the JCL should do --                              *
      *    "C" / 0 - every prerequisite finished clean, proceed     *
      *    "W" / 4 - a prerequisite has not finished yet, requeue   *
      *              and wait                                       *
      *  refusal is appended to GATELOG.DAT with the reason and     *
      *  echoed to the console. A job with no dependency rows       *
      *  gates clean, so calling this unconditionally is safe.      *
      *                                                             *
      *  A job reading from a replica also waits on the replica     *
      *  check. Its CONNDIR.DAT row (job id, then "DEFAULT ") names *
      *  its connection; every REPLCTL.DAT row whose                *
      *  RPC-REPLICA-CONN is that connection adds REPLCHK under the *
      *  row's RPC-JOB-ID as a prerequisite, as if JOBDEPS.DAT      *
      *  listed it -- except that the latest same-day REPLCHK end   *
      *  record decides, not the best, so a check that fails after  *
      *  an earlier clean one holds the jobs that have not started  *
      *  yet.                                                       *
      *                                                             *
      *  Because RETURN-CODE is restored by later CALLs the same    *
      *  way SQLRCBRG's is, the caller must test WS-GATE-STATUS     *
      *  (or RETURN-CODE immediately) before doing anything else.   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Read the keyed JOBREG ledger      *
      *              (JOBLEDG.DAT) from the day's first end record  *
      *              by its end-date key instead of scanning the    *
      *              whole history on every job start.              *
      *   sysmaint   2026/10/15 - Add REPLCHK as an implicit        *
      *              prerequisite of a job whose CONNDIR.DAT        *
      *              connection is the replica side of a            *
      *              REPLCTL.DAT check.                             *
      *   sysmaint   2026/09/03 - Give the ledger scan its own       *
      *              at-end flag; it shared the dependency loop's,   *
      *              so the outer loop ended after the first         *
               FILE STATUS IS WS-DEPS-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT CONNECTION-DIRECTORY-FILE
               ASSIGN TO "CONNDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.

           SELECT REPLICA-CHECK-FILE
               ASSIGN TO "REPLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLICA-STATUS.

           SELECT OPTIONAL GATE-LOG-FILE
               ASSIGN TO "GATELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  JOB-DEPS-LINE             PIC X(32).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  CONNECTION-DIRECTORY-FILE.
       01  CONNECTION-DIRECTORY-LINE PIC X(112).

       FD  REPLICA-CHECK-FILE.
       01  REPLICA-CHECK-LINE        PIC X(276).

       FD  GATE-LOG-FILE.
       01  GATE-LOG-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBREGLG.
       COPY CONNDLG.
       COPY REPLCTL.

       01  JOB-DEPS-RECORD.
           05  JDP-PROGRAM-ID        PIC X(8).
       01  WS-PREREQ-RESULT          PIC X(1).
       01  WS-DEP-COUNT              PIC S9(9) COMP VALUE ZERO.

       01  WS-DIRECTORY-STATUS       PIC X(2).
       01  WS-REPLICA-STATUS         PIC X(2).
       01  WS-JOB-CONN-NAME          PIC X(8).
       01  WS-DEF-CONN-NAME          PIC X(8).
       01  WS-JOB-ROW-FOUND          PIC X(1).

      * Replica check jobs already required, so two check rows of
      * one job add one prerequisite.
       01  WS-CHECK-JOB-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-CHECK-JOB-IX           PIC S9(9) COMP.
       01  WS-CHECK-JOB-SEEN         PIC X(1).
       01  WS-CHECK-JOB-TABLE.
           05  WS-CHECK-JOB-ID       OCCURS 20 TIMES PIC X(8).
       01  WS-LATEST-DECIDES         PIC X(1) VALUE "N".

       LINKAGE SECTION.
       01  WS-CALLER-ID              PIC X(8).
       01  WS-JOB-ID                 PIC X(8).
               CLOSE JOB-DEPS-FILE
           END-IF

           PERFORM FIND-CONNECTION-PARA
           IF WS-JOB-CONN-NAME NOT = SPACES
               PERFORM CHECK-REPLICA-PARA
           END-IF

           EVALUATE WS-GATE-STATUS
               WHEN "C"
                   MOVE ZERO          TO RETURN-CODE

           GOBACK.

      * Walk the day's end records and keep the best one for the
      * prerequisite -- a clean rerun after a dirty run counts as
      * clean, the same way an operator would read it. A replica
      * check is read by its latest end record instead: same-day
      * rows come off the end-date key in the order they were
      * written, so each match replaces the last.
       CHECK-PREREQ-PARA.
           MOVE "M"                   TO WS-PREREQ-RESULT

           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-LEDGER-AT-END
               MOVE WS-TODAY          TO JRK-END-DATE
               START JOB-REGISTRY-FILE KEY IS EQUAL TO JRK-END-DATE
                   INVALID KEY
                       MOVE "Y"        TO WS-LEDGER-AT-END
               END-START
               PERFORM UNTIL WS-LEDGER-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-LEDGER-AT-END
                       NOT AT END
                           IF JBR-END-DATE = WS-TODAY
                               PERFORM MATCH-LEDGER-ROW-PARA
                           ELSE
                               MOVE "Y"    TO WS-LEDGER-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
                   MOVE "C"            TO WS-PREREQ-RESULT
               ELSE
                   IF WS-PREREQ-RESULT NOT = "C"
                       OR WS-LATEST-DECIDES = "Y"
                       MOVE "F"        TO WS-PREREQ-RESULT
                   END-IF
               END-IF
           END-IF.

      * The job's own directory row outranks the DEFAULT row, the
      * CONNDIR lookup; no row at all leaves the job on the default
      * connection, which is never a replica.
       FIND-CONNECTION-PARA.
           MOVE SPACES                TO WS-JOB-CONN-NAME
           MOVE SPACES                TO WS-DEF-CONN-NAME
           MOVE "N"                   TO WS-JOB-ROW-FOUND

           OPEN INPUT CONNECTION-DIRECTORY-FILE
           IF WS-DIRECTORY-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CONNECTION-DIRECTORY-FILE
                       INTO CONNECTION-DIRECTORY-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF CDR-JOB-ID = WS-JOB-ID
                               AND WS-JOB-ROW-FOUND = "N"
                               MOVE "Y"   TO WS-JOB-ROW-FOUND
                               MOVE CDR-CONN-NAME
                                          TO WS-JOB-CONN-NAME
                           END-IF
                           IF CDR-JOB-ID = "DEFAULT "
                               AND WS-DEF-CONN-NAME = SPACES
                               MOVE CDR-CONN-NAME
                                          TO WS-DEF-CONN-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONNECTION-DIRECTORY-FILE
           END-IF

           IF WS-JOB-ROW-FOUND = "N"
               MOVE WS-DEF-CONN-NAME  TO WS-JOB-CONN-NAME
           END-IF.

       CHECK-REPLICA-PARA.
           OPEN INPUT REPLICA-CHECK-FILE
           IF WS-REPLICA-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ REPLICA-CHECK-FILE INTO REPLICA-CHECK-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RPC-REPLICA-CONN = WS-JOB-CONN-NAME
                               PERFORM REQUIRE-CHECK-JOB-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLICA-CHECK-FILE
           END-IF.

       REQUIRE-CHECK-JOB-PARA.
           MOVE "N"                   TO WS-CHECK-JOB-SEEN
           PERFORM MATCH-CHECK-JOB-PARA
               VARYING WS-CHECK-JOB-IX FROM 1 BY 1
               UNTIL WS-CHECK-JOB-IX > WS-CHECK-JOB-COUNT
                  OR WS-CHECK-JOB-SEEN = "Y"

           IF WS-CHECK-JOB-SEEN = "N"
               IF WS-CHECK-JOB-COUNT < 20
                   ADD 1              TO WS-CHECK-JOB-COUNT
                   MOVE RPC-JOB-ID
                       TO WS-CHECK-JOB-ID(WS-CHECK-JOB-COUNT)
               END-IF
               MOVE "REPLCHK "        TO JDP-PREREQ-PROGRAM
               MOVE RPC-JOB-ID        TO JDP-PREREQ-JOB
               ADD 1                  TO WS-DEP-COUNT
               MOVE "Y"               TO WS-LATEST-DECIDES
               PERFORM CHECK-PREREQ-PARA
               MOVE "N"               TO WS-LATEST-DECIDES
           END-IF.

       MATCH-CHECK-JOB-PARA.
           IF WS-CHECK-JOB-ID(WS-CHECK-JOB-IX) = RPC-JOB-ID
               MOVE "Y"               TO WS-CHECK-JOB-SEEN
           END-IF.

       LOG-REFUSAL-PARA.
           OPEN EXTEND GATE-LOG-FILE

