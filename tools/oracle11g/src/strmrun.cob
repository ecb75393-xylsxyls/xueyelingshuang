      ***************************************************************
      *                                                             *
      *               S  T  R  M  R  U  N                           *
      *                                                             *
      *  Nightly job-stream runner. The night's order lived only in *
      *  the scheduler -- LOGVALID before LOGARCH, then DAILYSUM,   *
      *  ERRESCAL and ABNDCLSF, NTFYDSP, EXTDRV, DLVRMGR -- and     *
      *  JOBGATE can only refuse a job whose prerequisites are not  *
      *  clean; when a step failed mid-stream the operator had to   *
      *  work out by hand which steps still had to run. This runs   *
      *  one stream (stream id prompted for on the console) from    *
      *  its JOBSTRM.DAT rows (jobstrm.cob): each step's command    *
      *  runs through CALL "SYSTEM" and its RETURN-CODE -- the      *
      *  SQLRCBRG scheme every step already ends on -- is held      *
      *  against the step's STM-MAX-RC, with the step's STM-ON-FAIL *
      *  deciding what a failure does (stop, skip ahead to a named  *
      *  step, or run a recovery step).                             *
      *                                                             *
      *  Every step's outcome is appended to STRMLOG.DAT            *
      *  (strmlg.cob) under FILLOCK. Before each step runs, its     *
      *  name is written to the stream's restart file               *
      *  STRMRS.<stream-id>.DAT, the CHKPT move, so a stream that   *
      *  stops on a failure -- or dies outright -- is resumed by    *
      *  the next run at the step it was on, not from the top; a    *
      *  stream that runs to the end deletes the file (the CHKPCLR  *
      *  move).                                                     *
      *                                                             *
      *  The stream itself registers with JOBREG as program         *
      *  STRMRUN, job id the stream id, and ends on the SQLRCBRG    *
      *  "SET  "/JOBREG "END  "/"SET  " ordering; a stream that     *
      *  stops reports the shop-reserved -20997 ("job stream        *
      *  stopped on a failed step") to SQLRCBRG's "TRACK", so the   *
      *  stream's own step fails with RETURN-CODE 8 and JOBGATE     *
      *  sees a dirty end. A step that failed but was skipped past  *
      *  or recovered from does not stop the stream and is visible  *
      *  in STRMLOG.DAT.                                            *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE
               ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.

           SELECT OPTIONAL STREAM-LOG-FILE
               ASSIGN TO "STRMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTART-FILE
               ASSIGN TO WS-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       01  JOB-STREAM-LINE           PIC X(127).

       FD  STREAM-LOG-FILE.
       01  STREAM-LOG-LINE           PIC X(86).

       FD  RESTART-FILE.
       01  RESTART-LINE              PIC X(30).

       WORKING-STORAGE SECTION.
       COPY JOBSTRM.
       COPY STRMLG.

       01  RESTART-RECORD.
           05  SRS-STREAM-ID         PIC X(8).
           05  SRS-STEP-NAME         PIC X(8).
           05  SRS-DATE              PIC X(8).
           05  SRS-TIME              PIC X(6).

       01  WS-STREAM-STATUS          PIC X(2).
       01  WS-RESTART-STATUS         PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "STRMRUN ".
       01  WS-STREAM-ID              PIC X(8).
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE           PIC X(8).
           05  WS-RUN-TIME           PIC X(6).

       01  WS-RESTART-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "STRMRS.".
           05  WS-RESTART-STREAM-ID  PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-DELETE-RC              PIC S9(9) COMP.

       01  WS-MAX-STEPS              PIC S9(9) COMP VALUE 50.
       01  WS-STEP-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-STEP-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-STEP-IX                PIC S9(9) COMP.
       01  WS-RUN-IX                 PIC S9(9) COMP.
       01  WS-TARGET-IX              PIC S9(9) COMP.
       01  WS-SKIP-IX                PIC S9(9) COMP.
       01  WS-FIND-IX                PIC S9(9) COMP.
       01  WS-FIND-STEP-NAME         PIC X(8).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY         OCCURS 50 TIMES.
               10  WS-STP-STREAM-ID      PIC X(8).
               10  WS-STP-STEP-NAME      PIC X(8).
               10  WS-STP-PROGRAM-ID     PIC X(8).
               10  WS-STP-JOB-ID         PIC X(8).
               10  WS-STP-MAX-RC         PIC 9(2).
               10  WS-STP-ON-FAIL        PIC X(4).
               10  WS-STP-TARGET-STEP    PIC X(8).
               10  WS-STP-RECOVERY-ONLY  PIC X(1).
               10  WS-STP-COMMAND        PIC X(80).

       01  WS-STREAM-STOPPED         PIC X(1) VALUE "N".
       01  WS-STEPS-RUN              PIC S9(9) COMP VALUE ZERO.
       01  WS-STEPS-FAILED           PIC S9(9) COMP VALUE ZERO.
       01  WS-COMMAND                PIC X(200).
       01  WS-STEP-RC                PIC S9(9) COMP.
       01  WS-STEP-START-DATE        PIC X(8).
       01  WS-STEP-START-TIME        PIC X(6).

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "STRMLOG ".
       01  WS-LOCK-STATUS            PIC X(1).

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP VALUE ZERO.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "STRMRUN: enter stream id" UPON CONSOLE
           ACCEPT WS-STREAM-ID FROM CONSOLE
           MOVE WS-STREAM-ID          TO WS-RESTART-STREAM-ID
           MOVE FUNCTION CURRENT-DATE(1:14)  TO WS-RUN-STAMP

           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-STREAM-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS
           IF WS-JOBREG-STATUS = "D"
               DISPLAY "STRMRUN: stream " WS-STREAM-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-STREAM-PARA
           IF WS-STEP-OVERFLOW = "Y"
               DISPLAY "STRMRUN: stream " WS-STREAM-ID " has more "
                   "than " WS-MAX-STEPS " steps in JOBSTRM.DAT -- "
                   "nothing run" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF
           IF WS-STEP-COUNT = ZERO
               DISPLAY "STRMRUN: no JOBSTRM.DAT rows for stream "
                   WS-STREAM-ID " -- nothing run" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           MOVE 1                     TO WS-STEP-IX
           PERFORM READ-RESTART-PARA

           PERFORM RUN-NEXT-STEP-PARA
               UNTIL WS-STEP-IX > WS-STEP-COUNT
                  OR WS-STREAM-STOPPED = "Y"

           IF WS-STREAM-STOPPED = "Y"
               DISPLAY "STRMRUN WARNING: stream " WS-STREAM-ID
                   " stopped at step " SRS-STEP-NAME " -- rerun the "
                   "stream to resume there" UPON CONSOLE
      * -20997 is the shop-reserved "job stream stopped on a failed
      * step" code, outside Oracle's range like -20999.
               MOVE -20997            TO WS-RCBRG-SQLCODE
               MOVE "TRACK"           TO WS-RCBRG-FUNCTION
               CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION,
                   WS-RCBRG-SQLCODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-RESTART-FILE-NAME
                   RETURNING WS-DELETE-RC
           END-IF

           DISPLAY "STRMRUN " WS-STREAM-ID ": " WS-STEPS-RUN
               " step(s) run, " WS-STEPS-FAILED " failed -- see "
               "STRMLOG.DAT" UPON CONSOLE

           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
           MOVE "END  "               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-STREAM-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE

           STOP RUN.

      * Every early exit after a registered START must still run
      * JOBREG "END  ", or the INFLIGHT.DAT row blocks the rerun.
       ABORT-RUN-PARA.
           MOVE "END  "               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-STREAM-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS
           MOVE 8                     TO RETURN-CODE
           STOP RUN.

       LOAD-STREAM-PARA.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-STREAM-FILE INTO JOB-STREAM-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF STM-STREAM-ID = WS-STREAM-ID
                               PERFORM STORE-STEP-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STREAM-FILE
           END-IF.

       STORE-STEP-PARA.
           IF WS-STEP-COUNT < WS-MAX-STEPS
               ADD 1                  TO WS-STEP-COUNT
               MOVE JOB-STREAM-RECORD TO WS-STEP-ENTRY(WS-STEP-COUNT)
           ELSE
               MOVE "Y"               TO WS-STEP-OVERFLOW
           END-IF.

      * A restart file means the last run of this stream did not get
      * to the end: pick up at the step it names. A step that has
      * since been taken out of the stream cannot be resumed at, so
      * the stream starts from the top.
       READ-RESTART-PARA.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = "00"
               READ RESTART-FILE INTO RESTART-RECORD
                   AT END
                       MOVE SPACES     TO RESTART-RECORD
               END-READ
               CLOSE RESTART-FILE
               IF SRS-STEP-NAME NOT = SPACES
                   MOVE SRS-STEP-NAME TO WS-FIND-STEP-NAME
                   PERFORM FIND-STEP-PARA
                   IF WS-TARGET-IX > ZERO
                       MOVE WS-TARGET-IX  TO WS-STEP-IX
                       MOVE WS-TARGET-IX  TO WS-RUN-IX
                       DISPLAY "STRMRUN: stream " WS-STREAM-ID
                           " restarting at step " SRS-STEP-NAME
                           " (stopped " SRS-DATE " " SRS-TIME ")"
                           UPON CONSOLE
                       MOVE "RESUMED "    TO SRL-OUTCOME
                       MOVE ZERO          TO WS-STEP-RC
                       PERFORM MARK-STEP-TIME-PARA
                       PERFORM WRITE-LOG-PARA
                   ELSE
                       DISPLAY "STRMRUN WARNING: restart step "
                           SRS-STEP-NAME " is no longer in stream "
                           WS-STREAM-ID " -- starting from the top"
                           UPON CONSOLE
                   END-IF
               END-IF
           END-IF.

      * WS-FIND-STEP-NAME in, WS-TARGET-IX out (zero: no such step).
       FIND-STEP-PARA.
           MOVE ZERO                  TO WS-TARGET-IX
           PERFORM MATCH-STEP-PARA
               VARYING WS-FIND-IX FROM 1 BY 1
               UNTIL WS-FIND-IX > WS-STEP-COUNT
                  OR WS-TARGET-IX > ZERO.

       MATCH-STEP-PARA.
           IF WS-STP-STEP-NAME(WS-FIND-IX) = WS-FIND-STEP-NAME
               MOVE WS-FIND-IX        TO WS-TARGET-IX
           END-IF.

      *---------------------------------------------------------------
      *    One step in the normal order. Recovery-only steps are
      *    passed over here; they run only from a failed step's
      *    "RECV".
      *---------------------------------------------------------------
       RUN-NEXT-STEP-PARA.
           IF WS-STP-RECOVERY-ONLY(WS-STEP-IX) = "Y"
               ADD 1                  TO WS-STEP-IX
           ELSE
               PERFORM SAVE-RESTART-PARA
               MOVE WS-STEP-IX        TO WS-RUN-IX
               PERFORM RUN-STEP-PARA
               IF WS-STEP-RC <= WS-STP-MAX-RC(WS-RUN-IX)
                   MOVE "OK      "    TO SRL-OUTCOME
                   PERFORM WRITE-LOG-PARA
                   ADD 1              TO WS-STEP-IX
               ELSE
                   ADD 1              TO WS-STEPS-FAILED
                   MOVE "FAILED  "    TO SRL-OUTCOME
                   PERFORM WRITE-LOG-PARA
                   PERFORM HANDLE-FAILURE-PARA
               END-IF
           END-IF.

      * The restart file always names the step about to run, so a
      * stream that dies inside a step restarts at that step.
       SAVE-RESTART-PARA.
           MOVE WS-STREAM-ID          TO SRS-STREAM-ID
           MOVE WS-STP-STEP-NAME(WS-STEP-IX)  TO SRS-STEP-NAME
           MOVE FUNCTION CURRENT-DATE(1:8)  TO SRS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO SRS-TIME
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-LINE FROM RESTART-RECORD
           CLOSE RESTART-FILE.

      * A blank STM-COMMAND runs the load module named after the
      * program, answering its job-id prompt with the step's job id.
       RUN-STEP-PARA.
           MOVE SPACES                TO WS-COMMAND
           EVALUATE TRUE
               WHEN WS-STP-COMMAND(WS-RUN-IX) NOT = SPACES
                   MOVE WS-STP-COMMAND(WS-RUN-IX)  TO WS-COMMAND
               WHEN WS-STP-JOB-ID(WS-RUN-IX) = SPACES
                   MOVE FUNCTION LOWER-CASE(
                       WS-STP-PROGRAM-ID(WS-RUN-IX))  TO WS-COMMAND
               WHEN OTHER
                   STRING "echo "                  DELIMITED SIZE
                       FUNCTION TRIM(WS-STP-JOB-ID(WS-RUN-IX))
                                                   DELIMITED SIZE
                       " | "                       DELIMITED SIZE
                       FUNCTION LOWER-CASE(FUNCTION TRIM(
                           WS-STP-PROGRAM-ID(WS-RUN-IX)))
                                                   DELIMITED SIZE
                       INTO WS-COMMAND
           END-EVALUATE

           DISPLAY "STRMRUN " WS-STREAM-ID ": step "
               WS-STP-STEP-NAME(WS-RUN-IX) " starting -- "
               FUNCTION TRIM(WS-COMMAND) UPON CONSOLE

           PERFORM MARK-STEP-TIME-PARA
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE           TO WS-STEP-RC
           ADD 1                      TO WS-STEPS-RUN

           DISPLAY "STRMRUN " WS-STREAM-ID ": step "
               WS-STP-STEP-NAME(WS-RUN-IX) " ended with RETURN-CODE "
               WS-STEP-RC UPON CONSOLE.

       MARK-STEP-TIME-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-STEP-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-STEP-START-TIME.

      *---------------------------------------------------------------
      *    The failed step's STM-ON-FAIL. Anything that cannot be
      *    carried out as written -- a target step that is not in
      *    the stream, or a skip that would go backwards and loop --
      *    stops the stream, the safe reading.
      *---------------------------------------------------------------
       HANDLE-FAILURE-PARA.
           MOVE WS-STP-TARGET-STEP(WS-STEP-IX)  TO WS-FIND-STEP-NAME
           PERFORM FIND-STEP-PARA

           EVALUATE TRUE
               WHEN WS-STP-ON-FAIL(WS-STEP-IX) = "SKIP"
                   AND WS-TARGET-IX > WS-STEP-IX
                   PERFORM SKIP-AHEAD-PARA
               WHEN WS-STP-ON-FAIL(WS-STEP-IX) = "RECV"
                   AND WS-TARGET-IX > ZERO
                   PERFORM RUN-RECOVERY-PARA
               WHEN WS-STP-ON-FAIL(WS-STEP-IX) = "SKIP"
               WHEN WS-STP-ON-FAIL(WS-STEP-IX) = "RECV"
                   DISPLAY "STRMRUN WARNING: step "
                       WS-STP-STEP-NAME(WS-STEP-IX) " names target "
                       "step " WS-FIND-STEP-NAME " which is not "
                       "ahead of it in the stream -- stopping"
                       UPON CONSOLE
                   MOVE "Y"           TO WS-STREAM-STOPPED
               WHEN OTHER
                   MOVE "Y"           TO WS-STREAM-STOPPED
           END-EVALUATE.

       SKIP-AHEAD-PARA.
           COMPUTE WS-SKIP-IX = WS-STEP-IX + 1
           PERFORM LOG-SKIPPED-PARA
               VARYING WS-SKIP-IX FROM WS-SKIP-IX BY 1
               UNTIL WS-SKIP-IX >= WS-TARGET-IX
           MOVE WS-TARGET-IX          TO WS-STEP-IX.

       LOG-SKIPPED-PARA.
           IF WS-STP-RECOVERY-ONLY(WS-SKIP-IX) NOT = "Y"
               MOVE WS-SKIP-IX        TO WS-RUN-IX
               MOVE ZERO              TO WS-STEP-RC
               PERFORM MARK-STEP-TIME-PARA
               MOVE "SKIPPED "        TO SRL-OUTCOME
               PERFORM WRITE-LOG-PARA
           END-IF.

      * The restart file still names the failed step, so a recovery
      * that fails leaves the stream to resume at the failed step.
       RUN-RECOVERY-PARA.
           MOVE WS-TARGET-IX          TO WS-RUN-IX
           PERFORM RUN-STEP-PARA
           IF WS-STEP-RC <= WS-STP-MAX-RC(WS-RUN-IX)
               MOVE "RECOVERY"        TO SRL-OUTCOME
               PERFORM WRITE-LOG-PARA
               ADD 1                  TO WS-STEP-IX
           ELSE
               MOVE "RECFAIL "        TO SRL-OUTCOME
               PERFORM WRITE-LOG-PARA
               MOVE "Y"               TO WS-STREAM-STOPPED
           END-IF.

      * SRL-OUTCOME set by the caller; the step is WS-RUN-IX.
       WRITE-LOG-PARA.
           MOVE WS-STREAM-ID          TO SRL-STREAM-ID
           MOVE WS-RUN-DATE           TO SRL-RUN-DATE
           MOVE WS-RUN-TIME           TO SRL-RUN-TIME
           MOVE WS-STP-STEP-NAME(WS-RUN-IX)   TO SRL-STEP-NAME
           MOVE WS-STP-PROGRAM-ID(WS-RUN-IX)  TO SRL-PROGRAM-ID
           MOVE WS-STP-JOB-ID(WS-RUN-IX)      TO SRL-JOB-ID
           MOVE WS-STEP-RC            TO SRL-RETURN-CODE
           MOVE WS-STEP-START-DATE    TO SRL-START-DATE
           MOVE WS-STEP-START-TIME    TO SRL-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8)  TO SRL-END-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO SRL-END-TIME

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS
           OPEN EXTEND STREAM-LOG-FILE
           WRITE STREAM-LOG-LINE FROM STREAM-LOG-RECORD
           CLOSE STREAM-LOG-FILE
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.
