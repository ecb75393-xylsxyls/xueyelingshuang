      ***************************************************************
      *                                                             *
      *               W  I  N  D  F  C  S  T                        *
      *                                                             *
      *  Critical-path and batch-window fit forecast. JOBTREND says *
      *  after the fact that one job has crept past its SLA;        *
      *  nothing said whether tonight's stream as a whole still     *
      *  fits the window. This lays the JOBDEPS.DAT prerequisite    *
      *  chains (the ones JOBGATE enforces) over each program/job   *
      *  pair's recent average and worst JBR-ELAPSED-SECONDS from   *
      *  the JOBREG ledger, starting every job the moment its last  *
      *  prerequisite is projected to finish, from a window start   *
      *  time taken from the console (blank for now). For every job *
      *  it projects the finish time under average and under        *
      *  worst-case runtimes, and the slack each has before its     *
      *  WINDCTL.DAT cutoff -- the deadline WINDGOV stops it at,    *
      *  looked up the WINDGOV way (job-id row, then "DEFAULT "; no *
      *  row, no deadline; a cutoff earlier than the window start   *
      *  is taken to fall after midnight). The longest average      *
      *  chain is the critical path through the night.              *
      *                                                             *
      *  "Recent" is the last N calendar days of ledger rows        *
      *  (prompted, default 30); runs older than that are the       *
      *  baseline. A job whose recent average has grown over its    *
      *  baseline average is flagged GROWING when the growth has    *
      *  already used up the operator's percentage (default 25) of  *
      *  the slack the job had before it grew, or when it has no    *
      *  slack left at all -- the job to move before the window is  *
      *  breached. A job with no runs in the ledger is projected at *
      *  zero seconds and marked, rather than guessed at.           *
      *                                                             *
      *  Output is WINDFCST.<date>.DAT: one JOB row per job, then   *
      *  the PATH rows of the critical path in running order, then  *
      *  a FINISH row with the stream's projected average and       *
      *  worst-case finish; a console line per late or growing job. *
      *  Prerequisite rows that form a loop are reported on the     *
      *  console and the loop is not followed round again.          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Read run history from the keyed   *
      *              JOBREG ledger (JOBLEDG.DAT).                   *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WINDFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEPS-FILE
               ASSIGN TO "JOBDEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPS-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WINDOW-CONTROL-FILE
               ASSIGN TO "WINDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

           SELECT FORECAST-FILE
               ASSIGN TO WS-FORECAST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEPS-FILE.
       01  JOB-DEPS-LINE             PIC X(32).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-LINE       PIC X(30).

       FD  FORECAST-FILE.
       01  FORECAST-LINE             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY JOBREGLG.

       01  JOB-DEPS-RECORD.
           05  JDP-PROGRAM-ID        PIC X(8).
           05  JDP-JOB-ID            PIC X(8).
           05  JDP-PREREQ-PROGRAM    PIC X(8).
           05  JDP-PREREQ-JOB        PIC X(8).

       01  WINDOW-CONTROL-RECORD.
           05  WCT-JOB-ID            PIC X(8).
           05  WCT-CUTOFF-TIME       PIC X(6).
           05  WCT-MAX-ROWS          PIC S9(9).

       01  FORECAST-RECORD.
           05  WFC-KIND              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-PROGRAM-ID        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-RECENT-RUNS       PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-AVG-ELAPSED       PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-WORST-ELAPSED     PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-BASE-AVG-ELAPSED  PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-FINISH-AVG        PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-FINISH-WORST      PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-CUTOFF-TIME       PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-SLACK-AVG         PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-SLACK-WORST       PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-CRITICAL          PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  WFC-FLAG              PIC X(8).

       01  WS-DEPS-STATUS            PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-WINDOW-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).

       01  WS-FORECAST-FILE-NAME.
           05  FILLER                PIC X(9)  VALUE "WINDFCST.".
           05  WS-FORECAST-DATE      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-TODAY                  PIC X(8).
       01  WS-TODAY-INTEGER          PIC S9(9) COMP.
       01  WS-RUN-INTEGER            PIC S9(9) COMP.
       01  WS-WINDOW-START-IN        PIC X(6).
       01  WS-RECENT-DAYS-IN         PIC X(3).
       01  WS-GROWTH-PCT-IN          PIC X(3).
       01  WS-WINDOW-START           PIC X(6).
       01  WS-START-SECONDS          PIC S9(9) COMP.
       01  WS-RECENT-DAYS            PIC S9(4) COMP.
       01  WS-GROWTH-PCT             PIC S9(4) COMP.

       01  WS-TIME-TEXT              PIC X(6).
       01  WS-TIME-PARTS REDEFINES WS-TIME-TEXT.
           05  WS-TIME-HH            PIC 9(2).
           05  WS-TIME-MM            PIC 9(2).
           05  WS-TIME-SS            PIC 9(2).
       01  WS-TIME-SECONDS           PIC S9(9) COMP.
       01  WS-CLOCK-OFFSET           PIC S9(9) COMP.
       01  WS-CLOCK-SECONDS          PIC S9(9) COMP.
       01  WS-CLOCK-REMAINDER        PIC S9(9) COMP.

       01  WS-MAX-NODES              PIC S9(9) COMP VALUE 100.
       01  WS-NODE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-NODE-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-FIND-IX                PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-FIND-PROGRAM-ID        PIC X(8).
       01  WS-FIND-JOB-ID            PIC X(8).
       01  WS-NODE-TABLE.
           05  WS-NODE-ENTRY         OCCURS 100 TIMES.
               10  WS-ND-PROGRAM-ID      PIC X(8).
               10  WS-ND-JOB-ID          PIC X(8).
               10  WS-ND-RECENT-RUNS     PIC S9(9) COMP.
               10  WS-ND-RECENT-TOTAL    PIC S9(18) COMP.
               10  WS-ND-BASE-RUNS       PIC S9(9) COMP.
               10  WS-ND-BASE-TOTAL      PIC S9(18) COMP.
               10  WS-ND-AVG             PIC S9(9) COMP.
               10  WS-ND-WORST           PIC S9(9) COMP.
               10  WS-ND-BASE-AVG        PIC S9(9) COMP.
               10  WS-ND-WINDCTL-ROW     PIC X(1).
               10  WS-ND-CUTOFF-TIME     PIC X(6).
               10  WS-ND-CUTOFF-OFFSET   PIC S9(9) COMP.
               10  WS-ND-START-AVG       PIC S9(9) COMP.
               10  WS-ND-FINISH-AVG      PIC S9(9) COMP.
               10  WS-ND-START-WORST     PIC S9(9) COMP.
               10  WS-ND-FINISH-WORST    PIC S9(9) COMP.
               10  WS-ND-PRED            PIC S9(9) COMP.
               10  WS-ND-SLACK-AVG       PIC S9(9) COMP.
               10  WS-ND-SLACK-WORST     PIC S9(9) COMP.
               10  WS-ND-CRITICAL        PIC X(1).
               10  WS-ND-FLAG            PIC X(8).

       01  WS-MAX-EDGES              PIC S9(9) COMP VALUE 300.
       01  WS-EDGE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-EDGE-IX                PIC S9(9) COMP.
       01  WS-FROM-IX                PIC S9(9) COMP.
       01  WS-TO-IX                  PIC S9(9) COMP.
       01  WS-EDGE-TABLE.
           05  WS-EDGE-ENTRY         OCCURS 300 TIMES.
               10  WS-EDGE-FROM          PIC S9(9) COMP.
               10  WS-EDGE-TO            PIC S9(9) COMP.

       01  WS-DEF-CUTOFF             PIC X(6) VALUE SPACES.
       01  WS-PASS-COUNT             PIC S9(9) COMP.
       01  WS-CHANGED                PIC X(1).

       01  WS-END-IX                 PIC S9(9) COMP.
       01  WS-PATH-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-PATH-IX                PIC S9(9) COMP.
       01  WS-PATH-TABLE.
           05  WS-PATH-NODE          OCCURS 100 TIMES
                                     PIC S9(9) COMP.
       01  WS-FINISH-AVG             PIC S9(9) COMP VALUE ZERO.
       01  WS-FINISH-WORST           PIC S9(9) COMP VALUE ZERO.
       01  WS-GROWTH                 PIC S9(9) COMP.
       01  WS-GROWTH-USED-PCT        PIC S9(9) COMP.
       01  WS-LATE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-GROWING-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-FINISH-AVG-TEXT        PIC X(6).
       01  WS-FINISH-WORST-TEXT      PIC X(6).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE WS-TODAY              TO WS-FORECAST-DATE
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY))

           DISPLAY "WINDFCST: enter window start HHMMSS (blank for "
               "now)" UPON CONSOLE
           ACCEPT WS-WINDOW-START-IN FROM CONSOLE
           DISPLAY "WINDFCST: enter recent-run days (default 30)"
               UPON CONSOLE
           ACCEPT WS-RECENT-DAYS-IN FROM CONSOLE
           DISPLAY "WINDFCST: enter growth flag as percent of slack "
               "used (default 25)" UPON CONSOLE
           ACCEPT WS-GROWTH-PCT-IN FROM CONSOLE

           IF WS-WINDOW-START-IN IS NUMERIC
               MOVE WS-WINDOW-START-IN    TO WS-WINDOW-START
           ELSE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-START       TO WS-TIME-TEXT
           PERFORM TIME-TO-SECONDS-PARA
           MOVE WS-TIME-SECONDS       TO WS-START-SECONDS

           COMPUTE WS-RECENT-DAYS = FUNCTION NUMVAL(WS-RECENT-DAYS-IN)
           IF WS-RECENT-DAYS <= ZERO
               MOVE 30                TO WS-RECENT-DAYS
           END-IF
           COMPUTE WS-GROWTH-PCT = FUNCTION NUMVAL(WS-GROWTH-PCT-IN)
           IF WS-GROWTH-PCT <= ZERO
               MOVE 25                TO WS-GROWTH-PCT
           END-IF

           PERFORM LOAD-DEPS-PARA
           IF WS-NODE-COUNT = ZERO
               DISPLAY "WINDFCST: no JOBDEPS.DAT rows -- nothing to "
                   "forecast" UPON CONSOLE
               STOP RUN
           END-IF
           IF WS-NODE-OVERFLOW = "Y"
               DISPLAY "WINDFCST WARNING: more than " WS-MAX-NODES
                   " jobs or " WS-MAX-EDGES " prerequisite rows in "
                   "JOBDEPS.DAT -- the rest are left out" UPON CONSOLE
           END-IF

           PERFORM READ-LEDGER-PARA
           PERFORM COMPUTE-RUNTIME-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT
           PERFORM LOAD-CUTOFFS-PARA

           PERFORM SCHEDULE-PARA
           PERFORM MARK-CRITICAL-PARA
           PERFORM COMPUTE-SLACK-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT

           OPEN OUTPUT FORECAST-FILE
           PERFORM WRITE-JOB-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT
           PERFORM WRITE-PATH-PARA
               VARYING WS-PATH-IX FROM WS-PATH-COUNT BY -1
               UNTIL WS-PATH-IX < 1
           PERFORM WRITE-FINISH-PARA
           CLOSE FORECAST-FILE

           DISPLAY "WINDFCST: " WS-NODE-COUNT " job(s) from "
               WS-WINDOW-START " -- projected finish "
               WS-FINISH-AVG-TEXT " average, " WS-FINISH-WORST-TEXT
               " worst case; " WS-LATE-COUNT " past cutoff in the "
               "worst case, " WS-GROWING-COUNT " growing into their "
               "slack -- see " WS-FORECAST-FILE-NAME UPON CONSOLE

           STOP RUN.

      *---------------------------------------------------------------
      *    The night's jobs are every program/job pair named on
      *    either side of a JOBDEPS.DAT row; each row is one edge,
      *    prerequisite to dependent.
      *---------------------------------------------------------------
       LOAD-DEPS-PARA.
           OPEN INPUT JOB-DEPS-FILE
           IF WS-DEPS-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-DEPS-FILE INTO JOB-DEPS-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-EDGE-PARA
                   END-READ
               END-PERFORM
               CLOSE JOB-DEPS-FILE
           END-IF.

       STORE-EDGE-PARA.
           MOVE JDP-PREREQ-PROGRAM    TO WS-FIND-PROGRAM-ID
           MOVE JDP-PREREQ-JOB        TO WS-FIND-JOB-ID
           PERFORM FIND-NODE-PARA
           IF WS-MATCH-IX = ZERO
               PERFORM ADD-NODE-PARA
           END-IF
           MOVE WS-MATCH-IX           TO WS-FROM-IX

           MOVE JDP-PROGRAM-ID        TO WS-FIND-PROGRAM-ID
           MOVE JDP-JOB-ID            TO WS-FIND-JOB-ID
           PERFORM FIND-NODE-PARA
           IF WS-MATCH-IX = ZERO
               PERFORM ADD-NODE-PARA
           END-IF
           MOVE WS-MATCH-IX           TO WS-TO-IX

           IF WS-FROM-IX > ZERO AND WS-TO-IX > ZERO
               IF WS-EDGE-COUNT < WS-MAX-EDGES
                   ADD 1              TO WS-EDGE-COUNT
                   MOVE WS-FROM-IX    TO WS-EDGE-FROM(WS-EDGE-COUNT)
                   MOVE WS-TO-IX      TO WS-EDGE-TO(WS-EDGE-COUNT)
               ELSE
                   MOVE "Y"           TO WS-NODE-OVERFLOW
               END-IF
           END-IF.

      * WS-FIND-PROGRAM-ID/WS-FIND-JOB-ID in, WS-MATCH-IX out.
       FIND-NODE-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM MATCH-NODE-PARA
               VARYING WS-FIND-IX FROM 1 BY 1
               UNTIL WS-FIND-IX > WS-NODE-COUNT
                  OR WS-MATCH-IX > ZERO.

       MATCH-NODE-PARA.
           IF WS-ND-PROGRAM-ID(WS-FIND-IX) = WS-FIND-PROGRAM-ID
               AND WS-ND-JOB-ID(WS-FIND-IX) = WS-FIND-JOB-ID
               MOVE WS-FIND-IX        TO WS-MATCH-IX
           END-IF.

       ADD-NODE-PARA.
           IF WS-NODE-COUNT < WS-MAX-NODES
               ADD 1                  TO WS-NODE-COUNT
               MOVE WS-NODE-COUNT     TO WS-MATCH-IX
               INITIALIZE WS-NODE-ENTRY(WS-MATCH-IX)
               MOVE WS-FIND-PROGRAM-ID
                   TO WS-ND-PROGRAM-ID(WS-MATCH-IX)
               MOVE WS-FIND-JOB-ID    TO WS-ND-JOB-ID(WS-MATCH-IX)
               MOVE "N"               TO WS-ND-CRITICAL(WS-MATCH-IX)
               MOVE "N"            TO WS-ND-WINDCTL-ROW(WS-MATCH-IX)
           ELSE
               MOVE "Y"               TO WS-NODE-OVERFLOW
           END-IF.

      * Rows started inside the recent window feed the forecast;
      * older rows are the baseline the growth is measured from. A
      * row whose elapsed or start date is not numeric is skipped,
      * as JOBTREND skips it.
       READ-LEDGER-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF JBR-ELAPSED-SECONDS IS NUMERIC
                               AND JBR-START-DATE IS NUMERIC
                               PERFORM TALLY-RUN-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           ELSE
               DISPLAY "WINDFCST: no JOBLEDG.DAT on disk -- every job "
                   "is projected at zero seconds" UPON CONSOLE
           END-IF.

       TALLY-RUN-PARA.
           MOVE JBR-PROGRAM-ID        TO WS-FIND-PROGRAM-ID
           MOVE JBR-JOB-ID            TO WS-FIND-JOB-ID
           PERFORM FIND-NODE-PARA
           IF WS-MATCH-IX > ZERO
               COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(JBR-START-DATE))
               IF WS-TODAY-INTEGER - WS-RUN-INTEGER < WS-RECENT-DAYS
                   ADD 1 TO WS-ND-RECENT-RUNS(WS-MATCH-IX)
                   ADD JBR-ELAPSED-SECONDS
                       TO WS-ND-RECENT-TOTAL(WS-MATCH-IX)
                   IF JBR-ELAPSED-SECONDS > WS-ND-WORST(WS-MATCH-IX)
                       MOVE JBR-ELAPSED-SECONDS
                           TO WS-ND-WORST(WS-MATCH-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-ND-BASE-RUNS(WS-MATCH-IX)
                   ADD JBR-ELAPSED-SECONDS
                       TO WS-ND-BASE-TOTAL(WS-MATCH-IX)
               END-IF
           END-IF.

       COMPUTE-RUNTIME-PARA.
           IF WS-ND-RECENT-RUNS(WS-IX) > ZERO
               COMPUTE WS-ND-AVG(WS-IX) =
                   WS-ND-RECENT-TOTAL(WS-IX) / WS-ND-RECENT-RUNS(WS-IX)
           ELSE
               MOVE "NO RUNS "        TO WS-ND-FLAG(WS-IX)
           END-IF
           IF WS-ND-BASE-RUNS(WS-IX) > ZERO
               COMPUTE WS-ND-BASE-AVG(WS-IX) =
                   WS-ND-BASE-TOTAL(WS-IX) / WS-ND-BASE-RUNS(WS-IX)
           END-IF.

      * The WINDGOV lookup: the job's own row, else "DEFAULT ".
       LOAD-CUTOFFS-PARA.
           OPEN INPUT WINDOW-CONTROL-FILE
           IF WS-WINDOW-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ WINDOW-CONTROL-FILE INTO WINDOW-CONTROL-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF WCT-JOB-ID = "DEFAULT "
                               MOVE WCT-CUTOFF-TIME TO WS-DEF-CUTOFF
                           ELSE
                               PERFORM MATCH-CUTOFF-PARA
                                   VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX > WS-NODE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WINDOW-CONTROL-FILE
           END-IF
           PERFORM DEFAULT-CUTOFF-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT.

       MATCH-CUTOFF-PARA.
           IF WS-ND-JOB-ID(WS-IX) = WCT-JOB-ID
               MOVE WCT-CUTOFF-TIME   TO WS-ND-CUTOFF-TIME(WS-IX)
               MOVE "Y"               TO WS-ND-WINDCTL-ROW(WS-IX)
           END-IF.

      * A cutoff before the window start falls after midnight.
       DEFAULT-CUTOFF-PARA.
           IF WS-ND-WINDCTL-ROW(WS-IX) = "N"
               MOVE WS-DEF-CUTOFF     TO WS-ND-CUTOFF-TIME(WS-IX)
           END-IF
           IF WS-ND-CUTOFF-TIME(WS-IX) IS NUMERIC
               MOVE WS-ND-CUTOFF-TIME(WS-IX)  TO WS-TIME-TEXT
               PERFORM TIME-TO-SECONDS-PARA
               COMPUTE WS-ND-CUTOFF-OFFSET(WS-IX) =
                   WS-TIME-SECONDS - WS-START-SECONDS
               IF WS-ND-CUTOFF-OFFSET(WS-IX) < ZERO
                   ADD 86400          TO WS-ND-CUTOFF-OFFSET(WS-IX)
               END-IF
           ELSE
               MOVE SPACES            TO WS-ND-CUTOFF-TIME(WS-IX)
           END-IF.

      *---------------------------------------------------------------
      *    Every job starts as soon as its last prerequisite is
      *    projected to finish (seconds after the window start).
      *    The edges are relaxed pass after pass until nothing
      *    moves; a chain can be no longer than the job count, so
      *    a pass past that means the prerequisites loop.
      *---------------------------------------------------------------
       SCHEDULE-PARA.
           PERFORM START-NODE-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT
           MOVE "Y"                   TO WS-CHANGED
           MOVE ZERO                  TO WS-PASS-COUNT
           PERFORM RELAX-PASS-PARA
               UNTIL WS-CHANGED = "N"
                  OR WS-PASS-COUNT > WS-NODE-COUNT
           IF WS-CHANGED = "Y"
               DISPLAY "WINDFCST WARNING: JOBDEPS.DAT prerequisites "
                   "form a loop -- the projection stops at "
                   WS-PASS-COUNT " job(s) deep" UPON CONSOLE
           END-IF.

       START-NODE-PARA.
           MOVE ZERO                  TO WS-ND-START-AVG(WS-IX)
           MOVE ZERO                  TO WS-ND-START-WORST(WS-IX)
           MOVE WS-ND-AVG(WS-IX)      TO WS-ND-FINISH-AVG(WS-IX)
           MOVE WS-ND-WORST(WS-IX)    TO WS-ND-FINISH-WORST(WS-IX)
           MOVE ZERO                  TO WS-ND-PRED(WS-IX).

       RELAX-PASS-PARA.
           ADD 1                      TO WS-PASS-COUNT
           MOVE "N"                   TO WS-CHANGED
           PERFORM RELAX-EDGE-PARA
               VARYING WS-EDGE-IX FROM 1 BY 1
               UNTIL WS-EDGE-IX > WS-EDGE-COUNT.

       RELAX-EDGE-PARA.
           MOVE WS-EDGE-FROM(WS-EDGE-IX)  TO WS-FROM-IX
           MOVE WS-EDGE-TO(WS-EDGE-IX)    TO WS-TO-IX
           IF WS-ND-FINISH-AVG(WS-FROM-IX) > WS-ND-START-AVG(WS-TO-IX)
               MOVE WS-ND-FINISH-AVG(WS-FROM-IX)
                   TO WS-ND-START-AVG(WS-TO-IX)
               COMPUTE WS-ND-FINISH-AVG(WS-TO-IX) =
                   WS-ND-START-AVG(WS-TO-IX) + WS-ND-AVG(WS-TO-IX)
               MOVE WS-FROM-IX        TO WS-ND-PRED(WS-TO-IX)
               MOVE "Y"               TO WS-CHANGED
           END-IF
           IF WS-ND-FINISH-WORST(WS-FROM-IX)
               > WS-ND-START-WORST(WS-TO-IX)
               MOVE WS-ND-FINISH-WORST(WS-FROM-IX)
                   TO WS-ND-START-WORST(WS-TO-IX)
               COMPUTE WS-ND-FINISH-WORST(WS-TO-IX) =
                   WS-ND-START-WORST(WS-TO-IX) + WS-ND-WORST(WS-TO-IX)
               MOVE "Y"               TO WS-CHANGED
           END-IF.

      * The critical path ends at the latest average finish and is
      * walked back through each job's latest-finishing
      * prerequisite; the walk is capped at the job count so a loop
      * cannot hold it.
       MARK-CRITICAL-PARA.
           MOVE 1                     TO WS-END-IX
           PERFORM FIND-END-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-NODE-COUNT
           MOVE WS-END-IX             TO WS-IX
           PERFORM ADD-PATH-PARA
               UNTIL WS-IX = ZERO
                  OR WS-PATH-COUNT >= WS-NODE-COUNT

           MOVE WS-FINISH-AVG         TO WS-CLOCK-OFFSET
           PERFORM OFFSET-TO-CLOCK-PARA
           MOVE WS-TIME-TEXT          TO WS-FINISH-AVG-TEXT
           MOVE WS-FINISH-WORST       TO WS-CLOCK-OFFSET
           PERFORM OFFSET-TO-CLOCK-PARA
           MOVE WS-TIME-TEXT          TO WS-FINISH-WORST-TEXT.

       FIND-END-PARA.
           IF WS-ND-FINISH-AVG(WS-IX) > WS-ND-FINISH-AVG(WS-END-IX)
               MOVE WS-IX             TO WS-END-IX
           END-IF
           IF WS-ND-FINISH-AVG(WS-IX) > WS-FINISH-AVG
               MOVE WS-ND-FINISH-AVG(WS-IX)   TO WS-FINISH-AVG
           END-IF
           IF WS-ND-FINISH-WORST(WS-IX) > WS-FINISH-WORST
               MOVE WS-ND-FINISH-WORST(WS-IX) TO WS-FINISH-WORST
           END-IF.

       ADD-PATH-PARA.
           ADD 1                      TO WS-PATH-COUNT
           MOVE WS-IX                 TO WS-PATH-NODE(WS-PATH-COUNT)
           MOVE "Y"                   TO WS-ND-CRITICAL(WS-IX)
           MOVE WS-ND-PRED(WS-IX)     TO WS-IX.

      * Growth that has already used the operator's share of the
      * slack the job had before it grew -- or left it none --
      * flags the job GROWING; a job with no cutoff has no slack to
      * eat and is never flagged.
       COMPUTE-SLACK-PARA.
           IF WS-ND-CUTOFF-TIME(WS-IX) NOT = SPACES
               COMPUTE WS-ND-SLACK-AVG(WS-IX) =
                   WS-ND-CUTOFF-OFFSET(WS-IX) - WS-ND-FINISH-AVG(WS-IX)
               COMPUTE WS-ND-SLACK-WORST(WS-IX) =
                   WS-ND-CUTOFF-OFFSET(WS-IX)
                   - WS-ND-FINISH-WORST(WS-IX)
               IF WS-ND-SLACK-WORST(WS-IX) < ZERO
                   ADD 1              TO WS-LATE-COUNT
                   DISPLAY WS-ND-PROGRAM-ID(WS-IX) " WINDFCST "
                       "WARNING: job " WS-ND-JOB-ID(WS-IX)
                       " projected past its " WS-ND-CUTOFF-TIME(WS-IX)
                       " cutoff by " WS-ND-SLACK-WORST(WS-IX)
                       " second(s) in the worst case" UPON CONSOLE
               END-IF
               IF WS-ND-BASE-RUNS(WS-IX) > ZERO
                   AND WS-ND-RECENT-RUNS(WS-IX) > ZERO
                   AND WS-ND-AVG(WS-IX) > WS-ND-BASE-AVG(WS-IX)
                   PERFORM CHECK-GROWTH-PARA
               END-IF
           END-IF.

       CHECK-GROWTH-PARA.
           COMPUTE WS-GROWTH =
               WS-ND-AVG(WS-IX) - WS-ND-BASE-AVG(WS-IX)
           IF WS-ND-SLACK-AVG(WS-IX) <= ZERO
               MOVE 100               TO WS-GROWTH-USED-PCT
           ELSE
               COMPUTE WS-GROWTH-USED-PCT = (WS-GROWTH * 100)
                   / (WS-ND-SLACK-AVG(WS-IX) + WS-GROWTH)
           END-IF
           IF WS-GROWTH-USED-PCT >= WS-GROWTH-PCT
               MOVE "GROWING "        TO WS-ND-FLAG(WS-IX)
               ADD 1                  TO WS-GROWING-COUNT
               DISPLAY WS-ND-PROGRAM-ID(WS-IX) " WINDFCST WARNING: "
                   "job " WS-ND-JOB-ID(WS-IX) " has grown "
                   WS-GROWTH " second(s) over its baseline, "
                   WS-GROWTH-USED-PCT " pct of its slack"
                   UPON CONSOLE
           END-IF.

       WRITE-JOB-PARA.
           MOVE "JOB   "              TO WFC-KIND
           PERFORM FILL-NODE-PARA
           WRITE FORECAST-LINE FROM FORECAST-RECORD.

       WRITE-PATH-PARA.
           MOVE WS-PATH-NODE(WS-PATH-IX)  TO WS-IX
           MOVE "PATH  "              TO WFC-KIND
           PERFORM FILL-NODE-PARA
           WRITE FORECAST-LINE FROM FORECAST-RECORD.

       FILL-NODE-PARA.
           MOVE WS-ND-PROGRAM-ID(WS-IX)   TO WFC-PROGRAM-ID
           MOVE WS-ND-JOB-ID(WS-IX)       TO WFC-JOB-ID
           MOVE WS-ND-RECENT-RUNS(WS-IX)  TO WFC-RECENT-RUNS
           MOVE WS-ND-AVG(WS-IX)          TO WFC-AVG-ELAPSED
           MOVE WS-ND-WORST(WS-IX)        TO WFC-WORST-ELAPSED
           MOVE WS-ND-BASE-AVG(WS-IX)     TO WFC-BASE-AVG-ELAPSED
           MOVE WS-ND-FINISH-AVG(WS-IX)   TO WS-CLOCK-OFFSET
           PERFORM OFFSET-TO-CLOCK-PARA
           MOVE WS-TIME-TEXT              TO WFC-FINISH-AVG
           MOVE WS-ND-FINISH-WORST(WS-IX) TO WS-CLOCK-OFFSET
           PERFORM OFFSET-TO-CLOCK-PARA
           MOVE WS-TIME-TEXT              TO WFC-FINISH-WORST
           MOVE WS-ND-CUTOFF-TIME(WS-IX)  TO WFC-CUTOFF-TIME
           MOVE WS-ND-SLACK-AVG(WS-IX)    TO WFC-SLACK-AVG
           MOVE WS-ND-SLACK-WORST(WS-IX)  TO WFC-SLACK-WORST
           MOVE WS-ND-CRITICAL(WS-IX)     TO WFC-CRITICAL
           MOVE WS-ND-FLAG(WS-IX)         TO WFC-FLAG.

       WRITE-FINISH-PARA.
           MOVE "FINISH"              TO WFC-KIND
           MOVE SPACES                TO WFC-PROGRAM-ID
           MOVE SPACES                TO WFC-JOB-ID
           MOVE WS-NODE-COUNT         TO WFC-RECENT-RUNS
           MOVE WS-FINISH-AVG         TO WFC-AVG-ELAPSED
           MOVE WS-FINISH-WORST       TO WFC-WORST-ELAPSED
           MOVE ZERO                  TO WFC-BASE-AVG-ELAPSED
           MOVE WS-FINISH-AVG-TEXT    TO WFC-FINISH-AVG
           MOVE WS-FINISH-WORST-TEXT  TO WFC-FINISH-WORST
           MOVE WS-WINDOW-START       TO WFC-CUTOFF-TIME
           MOVE ZERO                  TO WFC-SLACK-AVG
           MOVE ZERO                  TO WFC-SLACK-WORST
           MOVE SPACE                 TO WFC-CRITICAL
           MOVE SPACES                TO WFC-FLAG
           WRITE FORECAST-LINE FROM FORECAST-RECORD.

      * WS-TIME-TEXT (HHMMSS) in, WS-TIME-SECONDS out.
       TIME-TO-SECONDS-PARA.
           COMPUTE WS-TIME-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.

      * WS-CLOCK-OFFSET (seconds after the window start) in,
      * WS-TIME-TEXT (time of day, HHMMSS) out.
       OFFSET-TO-CLOCK-PARA.
           COMPUTE WS-CLOCK-SECONDS = FUNCTION MOD(
               WS-START-SECONDS + WS-CLOCK-OFFSET, 86400)
           DIVIDE WS-CLOCK-SECONDS BY 3600 GIVING WS-TIME-HH
               REMAINDER WS-CLOCK-REMAINDER
           DIVIDE WS-CLOCK-REMAINDER BY 60 GIVING WS-TIME-MM
               REMAINDER WS-TIME-SS.
