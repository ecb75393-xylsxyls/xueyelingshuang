      ***************************************************************
      *                                                             *
      *               R  E  P  L  C  H  K                           *
      *                                                             *
      *  Production-versus-replica reconciliation. Read-only        *
      *  extracts were moved onto the reporting replica through     *
      *  CONNDIR, but nobody checked that the replica was current:  *
      *  an apply process that had stalled since the afternoon fed  *
      *  the night's extracts yesterday's data and nothing failed.  *
      *  This job takes its checks from REPLCTL.DAT (replctl.cob)   *
      *  -- the job id's rows, in file order -- and for each one:   *
      *                                                             *
      *    1. Runs RPC-QUERY through REPLQRY on the primary and     *
      *       then on the replica connection, both by CONNDIR.DAT   *
      *       connection name.                                      *
      *    2. Compares the two answers: a row count or sum within   *
      *       RPC-TOLERANCE, a latest timestamp with the replica no *
      *       more than RPC-TOLERANCE seconds behind.               *
      *    3. Appends the outcome -- MATCHED, MISMATCH, LAGGING or  *
      *       FAILED -- to REPLRCLG.DAT (replrclg.cob).             *
      *                                                             *
      *  Any check that does not match reports the shop-reserved    *
      *  -20993 ("replica check failed") to SQLRCBRG, so the run's  *
      *  JOBLEDG.DAT end record carries a negative worst SQLCODE,   *
      *  and one incident for the job and day goes to OPENINC.DAT   *
      *  (openinlg.cob) with OIN-JOB-ID set, the way RUNWATCH       *
      *  raises missed runs, for NTFYDSP to page. ERRESCAL rebuilds *
      *  OPENINC.DAT from scratch, so an incident already raised    *
      *  for the job that day is not written twice and a rerun in   *
      *  the same cycle is safe. A job with no REPLCTL.DAT rows     *
      *  checked nothing and fails the same way.                    *
      *                                                             *
      *  JOBGATE holds every job whose CONNDIR.DAT connection is    *
      *  the replica of a check row until REPLCHK has ended clean   *
      *  that day for the row's job id -- so tonight's extracts off *
      *  the replica wait for tonight's check, and a clean rerun    *
      *  after a repair releases them.                              *
      *                                                             *
      *  The run registers in JOBREG and ends through the SQLRCBRG  *
      *  "SET  "/JOBREG "END  "/"SET  " ordering.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Blank the new OIN-RULE-ID on the  *
      *              incident; the record is also the scan's READ   *
      *              INTO target.                                   *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPLCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLICA-CHECK-FILE
               ASSIGN TO "REPLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL REPLICA-RECON-LOG-FILE
               ASSIGN TO "REPLRCLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLICA-CHECK-FILE.
       01  REPLICA-CHECK-LINE        PIC X(276).

       FD  REPLICA-RECON-LOG-FILE.
       01  REPLICA-RECON-LOG-LINE    PIC X(145).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY REPLCTL.
       COPY REPLRCLG.
       COPY OPENINLG.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-INCIDENT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "REPLCHK ".
       01  WS-JOB-ID                 PIC X(8).
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).

       01  WS-CHECK-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-MATCHED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-BROKEN-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-ALREADY-RAISED         PIC X(1) VALUE "N".

      * REPLQRY linkage set.
       01  WS-QRY-FUNCTION           PIC X(5).
       01  WS-QRY-CONN               PIC X(8).
       01  WS-QRY-RESULT             PIC X(80).
       01  WS-QRY-NULL               PIC X(1).
       01  WS-QRY-STATUS             PIC S9(9) COMP.

      * The two answers to the check in hand.
       01  WS-PRIMARY-RESULT         PIC X(80).
       01  WS-PRIMARY-NULL           PIC X(1).
       01  WS-PRIMARY-STATUS         PIC S9(9) COMP.
       01  WS-REPLICA-RESULT         PIC X(80).
       01  WS-REPLICA-NULL           PIC X(1).
       01  WS-REPLICA-STATUS         PIC S9(9) COMP.

       01  WS-PRIMARY-AMOUNT         PIC S9(15)V99.
       01  WS-REPLICA-AMOUNT         PIC S9(15)V99.
       01  WS-DIFFERENCE             PIC S9(15)V99.
       01  WS-ABS-DIFFERENCE         PIC S9(15)V99.

      * A "T" answer, YYYYMMDDHH24MISS, as seconds since day 1 of
      * INTEGER-OF-DATE's epoch.
       01  WS-STAMP.
           05  WS-STAMP-DATE         PIC 9(8).
           05  WS-STAMP-HH           PIC 9(2).
           05  WS-STAMP-MI           PIC 9(2).
           05  WS-STAMP-SS           PIC 9(2).
       01  WS-STAMP-SECONDS          PIC S9(15) COMP.
       01  WS-PRIMARY-SECONDS        PIC S9(15) COMP.
       01  WS-REPLICA-SECONDS        PIC S9(15) COMP.

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "REPLCHK: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS

           IF WS-JOBREG-STATUS = "D"
               DISPLAY "REPLCHK: job " WS-JOB-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND REPLICA-RECON-LOG-FILE

           OPEN INPUT REPLICA-CHECK-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ REPLICA-CHECK-FILE INTO REPLICA-CHECK-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RPC-JOB-ID = WS-JOB-ID
                               PERFORM RUN-CHECK-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPLICA-CHECK-FILE
           END-IF

           CLOSE REPLICA-RECON-LOG-FILE

           MOVE "RLSE "               TO WS-QRY-FUNCTION
           CALL "REPLQRY" USING WS-QRY-FUNCTION, WS-CALLER-ID,
               WS-QRY-CONN, RPC-QUERY, WS-QRY-RESULT, WS-QRY-NULL,
               WS-QRY-STATUS

      * No rows checked nothing; an empty run must not release the
      * replica's extracts.
           IF WS-CHECK-COUNT = ZERO
               DISPLAY "REPLCHK: no REPLCTL.DAT rows for job "
                   WS-JOB-ID " -- nothing checked" UPON CONSOLE
               PERFORM TRACK-BREAK-PARA
           END-IF

           IF WS-BROKEN-COUNT > ZERO
               PERFORM SCAN-INCIDENTS-PARA
               IF WS-ALREADY-RAISED = "N"
                   PERFORM RAISE-INCIDENT-PARA
               END-IF
           END-IF

           DISPLAY "REPLCHK " WS-JOB-ID ": " WS-CHECK-COUNT
               " check(s) run, " WS-MATCHED-COUNT " matched, "
               WS-BROKEN-COUNT " failed" UPON CONSOLE

           PERFORM END-RUN-PARA.

      * The SQLRCBRG "SET  "/JOBREG "END  "/"SET  " ordering every
      * job ends on.
       END-RUN-PARA.
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
           MOVE "END  "               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
           STOP RUN.

       RUN-CHECK-PARA.
           ADD 1                      TO WS-CHECK-COUNT

           MOVE RPC-PRIMARY-CONN      TO WS-QRY-CONN
           PERFORM RUN-QUERY-PARA
           MOVE WS-QRY-RESULT         TO WS-PRIMARY-RESULT
           MOVE WS-QRY-NULL           TO WS-PRIMARY-NULL
           MOVE WS-QRY-STATUS         TO WS-PRIMARY-STATUS

           MOVE RPC-REPLICA-CONN      TO WS-QRY-CONN
           PERFORM RUN-QUERY-PARA
           MOVE WS-QRY-RESULT         TO WS-REPLICA-RESULT
           MOVE WS-QRY-NULL           TO WS-REPLICA-NULL
           MOVE WS-QRY-STATUS         TO WS-REPLICA-STATUS

           MOVE ZERO                  TO RRL-DIFFERENCE
           MOVE "MATCHED "            TO RRL-RESULT

           EVALUATE TRUE
               WHEN RPC-KIND NOT = "C" AND RPC-KIND NOT = "S"
                    AND RPC-KIND NOT = "T"
                   DISPLAY "REPLCHK WARNING: check " RPC-CHECK-ID
                       " has kind " RPC-KIND ", not C, S or T"
                       UPON CONSOLE
                   MOVE "FAILED  "    TO RRL-RESULT
               WHEN WS-PRIMARY-STATUS NOT = ZERO
                    OR WS-REPLICA-STATUS NOT = ZERO
                   MOVE "FAILED  "    TO RRL-RESULT
               WHEN WS-PRIMARY-NULL = "Y" AND WS-REPLICA-NULL = "Y"
                   CONTINUE
               WHEN WS-PRIMARY-NULL NOT = WS-REPLICA-NULL
                   MOVE "MISMATCH"    TO RRL-RESULT
               WHEN RPC-KIND = "T"
                   PERFORM COMPARE-STAMPS-PARA
               WHEN OTHER
                   PERFORM COMPARE-AMOUNTS-PARA
           END-EVALUATE

           PERFORM WRITE-RECON-PARA

           IF RRL-RESULT = "MATCHED "
               ADD 1                  TO WS-MATCHED-COUNT
           ELSE
               DISPLAY "REPLCHK WARNING: check " RPC-CHECK-ID " on "
                   FUNCTION TRIM(RPC-TABLE-NAME) " " RRL-RESULT
                   " -- " RPC-PRIMARY-CONN " " RRL-PRIMARY-VALUE
                   " " RPC-REPLICA-CONN " " RRL-REPLICA-VALUE
                   UPON CONSOLE
               PERFORM TRACK-BREAK-PARA
           END-IF.

       RUN-QUERY-PARA.
           MOVE "QUERY"               TO WS-QRY-FUNCTION
           CALL "REPLQRY" USING WS-QRY-FUNCTION, WS-CALLER-ID,
               WS-QRY-CONN, RPC-QUERY, WS-QRY-RESULT, WS-QRY-NULL,
               WS-QRY-STATUS.

       COMPARE-AMOUNTS-PARA.
           COMPUTE WS-PRIMARY-AMOUNT =
               FUNCTION NUMVAL(WS-PRIMARY-RESULT)
           COMPUTE WS-REPLICA-AMOUNT =
               FUNCTION NUMVAL(WS-REPLICA-RESULT)
           COMPUTE WS-DIFFERENCE = WS-PRIMARY-AMOUNT
               - WS-REPLICA-AMOUNT
           MOVE WS-DIFFERENCE         TO RRL-DIFFERENCE
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE     TO WS-ABS-DIFFERENCE
           END-IF
           IF WS-ABS-DIFFERENCE > RPC-TOLERANCE
               MOVE "MISMATCH"        TO RRL-RESULT
           END-IF.

      * A replica ahead of its primary is not lagging; only the
      * primary's lead is held against the tolerance.
       COMPARE-STAMPS-PARA.
           IF WS-PRIMARY-RESULT(1:14) IS NUMERIC
               AND WS-REPLICA-RESULT(1:14) IS NUMERIC
               MOVE WS-PRIMARY-RESULT(1:14)  TO WS-STAMP
               PERFORM STAMP-SECONDS-PARA
               MOVE WS-STAMP-SECONDS  TO WS-PRIMARY-SECONDS
               MOVE WS-REPLICA-RESULT(1:14)  TO WS-STAMP
               PERFORM STAMP-SECONDS-PARA
               MOVE WS-STAMP-SECONDS  TO WS-REPLICA-SECONDS
               COMPUTE RRL-DIFFERENCE = WS-PRIMARY-SECONDS
                   - WS-REPLICA-SECONDS
               IF RRL-DIFFERENCE > RPC-TOLERANCE
                   MOVE "LAGGING "    TO RRL-RESULT
               END-IF
           ELSE
               MOVE "FAILED  "        TO RRL-RESULT
           END-IF.

       STAMP-SECONDS-PARA.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS.

       WRITE-RECON-PARA.
           MOVE WS-JOB-ID             TO RRL-JOB-ID
           MOVE RPC-CHECK-ID          TO RRL-CHECK-ID
           MOVE WS-TODAY              TO RRL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RRL-TIME
           MOVE RPC-PRIMARY-CONN      TO RRL-PRIMARY-CONN
           MOVE RPC-REPLICA-CONN      TO RRL-REPLICA-CONN
           MOVE RPC-KIND              TO RRL-KIND
           MOVE RPC-TOLERANCE         TO RRL-TOLERANCE
           IF WS-PRIMARY-NULL = "Y"
               MOVE "NULL"            TO RRL-PRIMARY-VALUE
           ELSE
               MOVE WS-PRIMARY-RESULT TO RRL-PRIMARY-VALUE
           END-IF
           IF WS-REPLICA-NULL = "Y"
               MOVE "NULL"            TO RRL-REPLICA-VALUE
           ELSE
               MOVE WS-REPLICA-RESULT TO RRL-REPLICA-VALUE
           END-IF

           WRITE REPLICA-RECON-LOG-LINE FROM REPLICA-RECON-RECORD.

      * -20993 is the shop-reserved "replica check failed" code,
      * outside Oracle's range like -20999.
       TRACK-BREAK-PARA.
           ADD 1                      TO WS-BROKEN-COUNT
           MOVE -20993                TO WS-RCBRG-SQLCODE
           MOVE "TRACK"               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-RCBRG-SQLCODE.

      * One incident per job and day; an earlier run since ERRESCAL
      * last rebuilt the file may already have raised it.
       SCAN-INCIDENTS-PARA.
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00" OR WS-INCIDENT-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF OIN-PROGRAM-ID = WS-CALLER-ID
                               AND OIN-JOB-ID = WS-JOB-ID
                               AND OIN-SQLCODE = -20993
                               AND OIN-FIRST-DATE = WS-TODAY
                               MOVE "Y"  TO WS-ALREADY-RAISED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INCIDENT-FILE
           END-IF.

       RAISE-INCIDENT-PARA.
           OPEN EXTEND OPEN-INCIDENT-FILE
           MOVE WS-CALLER-ID          TO OIN-PROGRAM-ID
           MOVE -20993                TO OIN-SQLCODE
           MOVE WS-TODAY              TO OIN-FIRST-DATE
           MOVE WS-TODAY              TO OIN-LAST-DATE
           MOVE WS-BROKEN-COUNT       TO OIN-OCCURRENCES
           MOVE WS-TODAY              TO OIN-RAISED-DATE
           MOVE WS-NOW                TO OIN-RAISED-TIME
           MOVE WS-JOB-ID             TO OIN-JOB-ID
           MOVE SPACES                TO OIN-RULE-ID
           WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD
           CLOSE OPEN-INCIDENT-FILE.
