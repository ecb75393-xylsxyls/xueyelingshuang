      ***************************************************************
      *                                                             *
      *               R  U  L  E  C  H  K                           *
      *                                                             *
      *  Business-rule data assertion runner. NULLRPT and NULNMRPT  *
      *  catch nulls in what an extract fetches, but the problems   *
      *  that hurt -- orphaned order lines, negative balances,      *
      *  accounts with no branch, daily totals that disagree with   *
      *  the ledger -- were only found by the business. This job    *
      *  takes its rules from RULECTL.DAT (rulectl.cob), the job    *
      *  id's rows in file order, and for each one:                 *
      *                                                             *
      *    1. Runs RUL-COUNT-QUERY through DYNSQL4 for the number   *
      *       of violating rows; more than RUL-THRESHOLD fails the  *
      *       rule.                                                 *
      *    2. For a failed rule with a RUL-SAMPLE-QUERY, keeps the  *
      *       first RPM-SAMPLE-LIMIT violating keys in RULESAMP.DAT *
      *       (rulsmplg.cob).                                       *
      *    3. Appends PASS, FAIL or ERROR with the violation count  *
      *       to RULERSLT.DAT (rulrslg.cob).                        *
      *                                                             *
      *  A failure (or a count query that failed) at or above the   *
      *  job's RPM-INCIDENT-SEVERITY (ruleprm.cob) reports the      *
      *  shop-reserved -20992 ("business rule violated") to         *
      *  SQLRCBRG and is appended to OPENINC.DAT (openinlg.cob)     *
      *  with OIN-JOB-ID and OIN-RULE-ID set, once per job, rule    *
      *  and day, for NTFYDSP to page. A failure below it is        *
      *  reported on the console and in the results only.           *
      *                                                             *
      *  The run is gated through JOBGATE under its job id, so      *
      *  JOBDEPS.DAT rows naming the loads hold the rules until the *
      *  loads have finished clean. It ends by rebuilding           *
      *  RULESCOR.DAT, the day's rule scorecard next to             *
      *  NULLSCOR.DAT: one line per job and rule run today, from    *
      *  its latest RULERSLT.DAT record, so a rerun replaces the    *
      *  earlier result.                                            *
      *                                                             *
      *  The run registers in JOBREG and ends through the SQLRCBRG  *
      *  "SET  "/JOBREG "END  "/"SET  " ordering.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Judge the count query on its own  *
      *              OPEN/FETCH status; the CLOSE status after it   *
      *              passed a failed or empty FETCH as zero         *
      *              violations.                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RULECHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-CONTROL-FILE
               ASSIGN TO "RULECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT RULE-PARM-FILE
               ASSIGN TO "RULEPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RULE-RESULT-FILE
               ASSIGN TO "RULERSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT OPTIONAL RULE-SAMPLE-FILE
               ASSIGN TO "RULESAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RULE-SCORECARD-FILE
               ASSIGN TO "RULESCOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-CONTROL-FILE.
       01  RULE-CONTROL-LINE         PIC X(466).

       FD  RULE-PARM-FILE.
       01  RULE-PARM-LINE            PIC X(11).

       FD  RULE-RESULT-FILE.
       01  RULE-RESULT-LINE          PIC X(97).

       FD  RULE-SAMPLE-FILE.
       01  RULE-SAMPLE-LINE          PIC X(112).

       FD  RULE-SCORECARD-FILE.
       01  RULE-SCORECARD-LINE       PIC X(80).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RULECTL.
       COPY RULEPRM.
       COPY RULRSLG.
       COPY RULSMPLG.
       COPY OPENINLG.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-RESULT-STATUS          PIC X(2).
       01  WS-INCIDENT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-SCAN-AT-END            PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "RULECHK ".
       01  WS-JOB-ID                 PIC X(8).
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-GATE-STATUS            PIC X(1).

      * RULEPRM.DAT values: the job's row, else DEFAULT, else these.
       01  WS-INCIDENT-SEVERITY      PIC 9(1) VALUE 5.
       01  WS-SAMPLE-LIMIT           PIC 9(2) VALUE 10.
       01  WS-ROW-FOUND              PIC X(1) VALUE "N".
       01  WS-DEF-FOUND              PIC X(1) VALUE "N".
       01  WS-JOB-SEVERITY           PIC 9(1).
       01  WS-JOB-LIMIT              PIC 9(2).
       01  WS-DEF-SEVERITY           PIC 9(1).
       01  WS-DEF-LIMIT              PIC 9(2).

       01  WS-RULE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-PASS-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-FAIL-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-INCIDENT-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-VIOLATIONS             PIC S9(9) COMP.
       01  WS-SAMPLE-COUNT           PIC S9(9) COMP.
       01  WS-ALREADY-RAISED         PIC X(1).
       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-RULE-QUERY             PIC X(200).

      * The day's latest result per job and rule, for the
      * scorecard.
       01  WS-SCORE-SIZE             PIC S9(9) COMP VALUE 200.
       01  WS-SCORE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-SCORE-IX               PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-SCORE-OVERFLOW         PIC X(1) VALUE "N".
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY        OCCURS 200 TIMES.
               10  WS-SCORE-JOB-ID       PIC X(8).
               10  WS-SCORE-RULE-ID      PIC X(8).
               10  WS-SCORE-RESULT-ROW   PIC X(97).

       01  RULE-SCORECARD-RECORD.
           05  RSC-DATE              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-RULE-ID           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-SEVERITY          PIC 9(1).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-VIOLATIONS        PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-THRESHOLD         PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-RESULT            PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RSC-DESCRIPTION       PIC X(25).

      * DYNSQL4 linkage set -- the full 13-item list, in the order
      * the engine's PROCEDURE DIVISION declares it.
       01  WS-DYN-FUNCTION           PIC X(6).
       01  WS-DYN-STATUS             PIC S9(9) COMP.
      * The count query's OPEN/FETCH status, kept past its CLOSE.
       01  WS-COUNT-STATUS           PIC S9(9) COMP.
       01  WS-SQL-TEXT.
           05  WS-SQL-TEXT-LEN       PIC S9(4) COMP.
           05  WS-SQL-TEXT-TEXT      PIC X(2000).
       01  WS-BIND-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-BIND-VALUES.
           05  WS-BIND-VALUE         OCCURS 40 TIMES PIC X(80).
       01  WS-BIND-NULL-FLAGS.
           05  WS-BIND-NULL-FLAG     OCCURS 40 TIMES PIC X(1).
       01  XSELDV.
           05  SEL-DV                OCCURS 40 TIMES PIC X(80).
       01  XSELDI.
           05  SEL-DI                OCCURS 40 TIMES PIC S9(4) COMP.
       01  WS-FETCH-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-FETCH-ROWS-RETURNED    PIC S9(9) COMP.
       01  XSELDV-TABLE.
           05  XSELDV-ROW            OCCURS 10 TIMES.
               10  SEL-DV-ROW        OCCURS 40 TIMES PIC X(80).
       01  XSELDI-TABLE.
           05  XSELDI-ROW            OCCURS 10 TIMES.
               10  SEL-DI-ROW        OCCURS 40 TIMES PIC S9(4) COMP.

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "RULECHK: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

      * Rules asserted against half-loaded tables only raise false
      * alarms; JOBDEPS.DAT says which loads must finish first.
           CALL "JOBGATE" USING WS-CALLER-ID, WS-JOB-ID,
               WS-GATE-STATUS
           IF WS-GATE-STATUS NOT = "C"
               DISPLAY "RULECHK: held by JOBGATE (status "
                   WS-GATE-STATUS ") -- no rules run" UPON CONSOLE
               IF WS-GATE-STATUS = "W"
                   MOVE 4             TO RETURN-CODE
               ELSE
                   MOVE 8             TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           CALL "SQLCONN" USING WS-CALLER-ID, WS-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
               DISPLAY "RULECHK: CONNECT failed with SQLCODE "
                   WS-CONNECT-STATUS " -- no rules run" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS

           IF WS-JOBREG-STATUS = "D"
               DISPLAY "RULECHK: job " WS-JOB-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PARMS-PARA

           OPEN EXTEND RULE-RESULT-FILE
           OPEN EXTEND RULE-SAMPLE-FILE

           OPEN INPUT RULE-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RULE-CONTROL-FILE INTO RULE-CONTROL-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RUL-JOB-ID = WS-JOB-ID
                               PERFORM RUN-RULE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-CONTROL-FILE
           END-IF

           CLOSE RULE-RESULT-FILE
           CLOSE RULE-SAMPLE-FILE

           IF WS-RULE-COUNT = ZERO
               DISPLAY "RULECHK: no RULECTL.DAT rows for job "
                   WS-JOB-ID " -- no rules run" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           PERFORM BUILD-SCORECARD-PARA

           DISPLAY "RULECHK " WS-JOB-ID ": " WS-RULE-COUNT
               " rule(s) run, " WS-PASS-COUNT " passed, "
               WS-FAIL-COUNT " failed, " WS-INCIDENT-COUNT
               " raised as incidents -- see RULESCOR.DAT"
               UPON CONSOLE

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

      * Every early exit after a registered START must still run
      * JOBREG "END  ", or the INFLIGHT.DAT row stays behind and
      * blocks tonight's rerun as a phantom duplicate.
       ABORT-RUN-PARA.
           MOVE "END  "               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS
           MOVE 8                     TO RETURN-CODE
           STOP RUN.

       LOAD-PARMS-PARA.
           OPEN INPUT RULE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RULE-PARM-FILE INTO RULE-PARM-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RPM-JOB-ID = WS-JOB-ID
                               MOVE RPM-INCIDENT-SEVERITY
                                              TO WS-JOB-SEVERITY
                               MOVE RPM-SAMPLE-LIMIT TO WS-JOB-LIMIT
                               MOVE "Y"       TO WS-ROW-FOUND
                           END-IF
                           IF RPM-JOB-ID = "DEFAULT "
                               MOVE RPM-INCIDENT-SEVERITY
                                              TO WS-DEF-SEVERITY
                               MOVE RPM-SAMPLE-LIMIT TO WS-DEF-LIMIT
                               MOVE "Y"       TO WS-DEF-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-PARM-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-FOUND = "Y"
                   MOVE WS-JOB-SEVERITY   TO WS-INCIDENT-SEVERITY
                   MOVE WS-JOB-LIMIT      TO WS-SAMPLE-LIMIT
               WHEN WS-DEF-FOUND = "Y"
                   MOVE WS-DEF-SEVERITY   TO WS-INCIDENT-SEVERITY
                   MOVE WS-DEF-LIMIT      TO WS-SAMPLE-LIMIT
           END-EVALUATE.

       RUN-RULE-PARA.
           ADD 1                      TO WS-RULE-COUNT
           MOVE ZERO                  TO WS-VIOLATIONS
           MOVE ZERO                  TO WS-SAMPLE-COUNT
           MOVE "N"                   TO RRS-INCIDENT

           MOVE RUL-COUNT-QUERY       TO WS-RULE-QUERY
           PERFORM SET-SQL-TEXT-PARA
           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           MOVE WS-DYN-STATUS         TO WS-COUNT-STATUS
           IF WS-DYN-STATUS = ZERO
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               MOVE WS-DYN-STATUS     TO WS-COUNT-STATUS
               IF WS-DYN-STATUS = ZERO
                   COMPUTE WS-VIOLATIONS =
                       FUNCTION NUMVAL(SEL-DV(1))
               END-IF
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF

      * A FETCH that failed or found no row is an error, whatever
      * the CLOSE after it returned.
           EVALUATE TRUE
               WHEN WS-COUNT-STATUS NOT = ZERO
                   MOVE "ERROR"       TO RRS-RESULT
                   DISPLAY "RULECHK WARNING: rule " RUL-RULE-ID
                       " count query failed with status "
                       WS-COUNT-STATUS UPON CONSOLE
               WHEN WS-VIOLATIONS > RUL-THRESHOLD
                   MOVE "FAIL "       TO RRS-RESULT
                   DISPLAY "RULECHK WARNING: rule " RUL-RULE-ID
                       " severity " RUL-SEVERITY " failed, "
                       WS-VIOLATIONS " violation(s), "
                       RUL-THRESHOLD " allowed -- "
                       FUNCTION TRIM(RUL-DESCRIPTION) UPON CONSOLE
                   IF WS-SAMPLE-LIMIT > ZERO
                       AND RUL-SAMPLE-QUERY NOT = SPACES
                       PERFORM SAVE-SAMPLES-PARA
                   END-IF
               WHEN OTHER
                   MOVE "PASS "       TO RRS-RESULT
           END-EVALUATE

           IF RRS-RESULT = "PASS "
               ADD 1                  TO WS-PASS-COUNT
           ELSE
               ADD 1                  TO WS-FAIL-COUNT
               IF RUL-SEVERITY >= WS-INCIDENT-SEVERITY
                   MOVE "Y"           TO RRS-INCIDENT
                   PERFORM TRACK-BREAK-PARA
                   PERFORM SCAN-INCIDENTS-PARA
                   IF WS-ALREADY-RAISED = "N"
                       PERFORM RAISE-INCIDENT-PARA
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-RESULT-PARA.

       SET-SQL-TEXT-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING FUNCTION TRIM(WS-RULE-QUERY)    DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1.

      * The first select column of each violating row is its key.
      * A sample query that fails costs the samples, not the rule's
      * result.
       SAVE-SAMPLES-PARA.
           MOVE RUL-SAMPLE-QUERY      TO WS-RULE-QUERY
           PERFORM SET-SQL-TEXT-PARA
           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           IF WS-DYN-STATUS = ZERO
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               PERFORM SAVE-ONE-SAMPLE-PARA
                   UNTIL WS-DYN-STATUS NOT = ZERO
                      OR WS-SAMPLE-COUNT NOT < WS-SAMPLE-LIMIT
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF
           MOVE ZERO                  TO WS-DYN-STATUS.

       SAVE-ONE-SAMPLE-PARA.
           ADD 1                      TO WS-SAMPLE-COUNT
           MOVE WS-TODAY              TO RSM-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RSM-TIME
           MOVE WS-JOB-ID             TO RSM-JOB-ID
           MOVE RUL-RULE-ID           TO RSM-RULE-ID
           MOVE WS-SAMPLE-COUNT       TO RSM-SEQUENCE
           MOVE SEL-DV(1)             TO RSM-KEY
           WRITE RULE-SAMPLE-LINE FROM RULE-SAMPLE-RECORD
           IF WS-SAMPLE-COUNT < WS-SAMPLE-LIMIT
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF.

       WRITE-RESULT-PARA.
           MOVE WS-TODAY              TO RRS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RRS-TIME
           MOVE WS-JOB-ID             TO RRS-JOB-ID
           MOVE RUL-RULE-ID           TO RRS-RULE-ID
           MOVE RUL-SEVERITY          TO RRS-SEVERITY
           MOVE WS-VIOLATIONS         TO RRS-VIOLATIONS
           MOVE RUL-THRESHOLD         TO RRS-THRESHOLD
           MOVE WS-SAMPLE-COUNT       TO RRS-SAMPLES
           MOVE RUL-DESCRIPTION       TO RRS-DESCRIPTION
           WRITE RULE-RESULT-LINE FROM RULE-RESULT-RECORD.

      * -20992 is the shop-reserved "business rule violated" code,
      * outside Oracle's range like -20999.
       TRACK-BREAK-PARA.
           ADD 1                      TO WS-INCIDENT-COUNT
           MOVE -20992                TO WS-RCBRG-SQLCODE
           MOVE "TRACK"               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-RCBRG-SQLCODE.

      * One incident per job, rule and day; an earlier run since
      * ERRESCAL last rebuilt the file may already have raised it.
       SCAN-INCIDENTS-PARA.
           MOVE "N"                   TO WS-ALREADY-RAISED
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00" OR WS-INCIDENT-STATUS = "05"
               MOVE "N"               TO WS-SCAN-AT-END
               PERFORM UNTIL WS-SCAN-AT-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-SCAN-AT-END
                       NOT AT END
                           IF OIN-PROGRAM-ID = WS-CALLER-ID
                               AND OIN-JOB-ID = WS-JOB-ID
                               AND OIN-RULE-ID = RUL-RULE-ID
                               AND OIN-SQLCODE = -20992
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
           MOVE -20992                TO OIN-SQLCODE
           MOVE WS-TODAY              TO OIN-FIRST-DATE
           MOVE WS-TODAY              TO OIN-LAST-DATE
           MOVE WS-VIOLATIONS         TO OIN-OCCURRENCES
           MOVE WS-TODAY              TO OIN-RAISED-DATE
           MOVE WS-NOW                TO OIN-RAISED-TIME
           MOVE WS-JOB-ID             TO OIN-JOB-ID
           MOVE RUL-RULE-ID           TO OIN-RULE-ID
           WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD
           CLOSE OPEN-INCIDENT-FILE.

      * RULERSLT.DAT is in run order, so the last of the day's
      * records for a job and rule is its current result.
       BUILD-SCORECARD-PARA.
           OPEN INPUT RULE-RESULT-FILE
           IF WS-RESULT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RULE-RESULT-FILE INTO RULE-RESULT-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RRS-DATE = WS-TODAY
                               PERFORM SCORE-RESULT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-RESULT-FILE
           END-IF

           IF WS-SCORE-OVERFLOW = "Y"
               DISPLAY "RULECHK WARNING: more than " WS-SCORE-SIZE
                   " rules ran today -- RULESCOR.DAT is incomplete"
                   UPON CONSOLE
           END-IF

           OPEN OUTPUT RULE-SCORECARD-FILE
           PERFORM WRITE-SCORE-PARA
               VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-SCORE-COUNT
           CLOSE RULE-SCORECARD-FILE.

       SCORE-RESULT-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM FIND-SCORE-PARA
               VARYING WS-SCORE-IX FROM 1 BY 1
               UNTIL WS-SCORE-IX > WS-SCORE-COUNT
                  OR WS-MATCH-IX > ZERO

           IF WS-MATCH-IX = ZERO
               IF WS-SCORE-COUNT < WS-SCORE-SIZE
                   ADD 1              TO WS-SCORE-COUNT
                   MOVE WS-SCORE-COUNT  TO WS-MATCH-IX
                   MOVE RRS-JOB-ID
                       TO WS-SCORE-JOB-ID(WS-MATCH-IX)
                   MOVE RRS-RULE-ID
                       TO WS-SCORE-RULE-ID(WS-MATCH-IX)
               ELSE
                   MOVE "Y"           TO WS-SCORE-OVERFLOW
               END-IF
           END-IF

           IF WS-MATCH-IX > ZERO
               MOVE RULE-RESULT-RECORD
                   TO WS-SCORE-RESULT-ROW(WS-MATCH-IX)
           END-IF.

       FIND-SCORE-PARA.
           IF WS-SCORE-JOB-ID(WS-SCORE-IX) = RRS-JOB-ID
               AND WS-SCORE-RULE-ID(WS-SCORE-IX) = RRS-RULE-ID
               MOVE WS-SCORE-IX       TO WS-MATCH-IX
           END-IF.

       WRITE-SCORE-PARA.
           MOVE WS-SCORE-RESULT-ROW(WS-SCORE-IX)
                                      TO RULE-RESULT-RECORD
           MOVE RRS-DATE              TO RSC-DATE
           MOVE RRS-JOB-ID            TO RSC-JOB-ID
           MOVE RRS-RULE-ID           TO RSC-RULE-ID
           MOVE RRS-SEVERITY          TO RSC-SEVERITY
           MOVE RRS-VIOLATIONS        TO RSC-VIOLATIONS
           MOVE RRS-THRESHOLD         TO RSC-THRESHOLD
           MOVE RRS-RESULT            TO RSC-RESULT
           MOVE RRS-DESCRIPTION       TO RSC-DESCRIPTION
           WRITE RULE-SCORECARD-LINE FROM RULE-SCORECARD-RECORD.

       CALL-DYNSQL4-PARA.
           CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
               WS-SQL-TEXT, WS-BIND-COUNT, WS-BIND-VALUES,
               WS-BIND-NULL-FLAGS, XSELDV, XSELDI, WS-FETCH-COUNT,
               WS-FETCH-ROWS-RETURNED, XSELDV-TABLE, XSELDI-TABLE,
               WS-CALLER-ID.
