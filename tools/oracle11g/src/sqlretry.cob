      ***************************************************************
      *                                                             *
      *               S  Q  L  R  E  T  R  Y                        *
      *                                                             *
      *  Transient-error retry decision for the dynamic-SQL         *
      *  engines. ABNDCLSF already sorts the retryable codes --     *
      *  ORA-00060 deadlock, ORA-00054 resource busy, ORA-00051     *
      *  timeout, ORA-08177 can't serialize and ORA-30006 resource  *
      *  busy on wait -- from the rest, but only the morning after, *
      *  when the step has already failed and someone has to rerun  *
      *  it by hand. DYNSQL4 (and DYNSQL42/43/44) on OPEN and       *
      *  FETCH, DYNEXEC4 on EXECUTE and PLSQLRUN on the block call  *
      *  now CALL this after every attempt of the statement with    *
      *  the SQLCODE it got and the attempt number (1 for the first *
      *  try); WS-RETRY-AGAIN comes back "Y" when the code is one   *
      *  of the five and attempts remain -- after the configured    *
      *  wait has already been taken -- and "N" otherwise.          *
      *                                                             *
      *  Attempts and wait come from RETRYPRM.DAT (retryprm.cob):   *
      *  the row for the job the run registered with JOBREG         *
      *  "START" (the caller id when it never registered), falling  *
      *  back to "DEFAULT ", the ORAFLAGS.DAT lookup convention;    *
      *  no file and no row means 3 attempts 5 seconds apart. The   *
      *  file is read once per run unit, on the first CALL.         *
      *                                                             *
      *  Every attempt of a statement that needed retrying is       *
      *  appended to RETRYLG.DAT (retrylg.cob) under the FILLOCK    *
      *  serialization SQLERRCK uses for its log; a first attempt   *
      *  that did not fail transiently writes nothing. The engines  *
      *  hand a transient SQLCODE to SQLERRCK only when it is the   *
      *  statement's final answer, so a statement that succeeds on  *
      *  retry never reaches SQLRCBRG's worst severity -- and so    *
      *  never JOBREG's JBR-WORST-SQLCODE either.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SQLRETRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRY-PARM-FILE
               ASSIGN TO "RETRYPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RETRY-LOG-FILE
               ASSIGN TO "RETRYLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRY-PARM-FILE.
       01  RETRY-PARM-LINE           PIC X(26).

       FD  RETRY-LOG-FILE.
       01  RETRY-LOG-LINE            PIC X(59).

       WORKING-STORAGE SECTION.
       COPY RETRYPRM.
       COPY RETRYLG.

       01  WS-PARM-STATUS            PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-PARMS-LOADED           PIC X(1) VALUE "N".
       01  WS-ROW-FOUND              PIC X(1).
       01  WS-DEF-FOUND              PIC X(1).
       01  WS-MAX-ATTEMPTS           PIC S9(4) COMP VALUE 3.
       01  WS-WAIT-SECONDS           PIC 9(8) COMP VALUE 5.
       01  WS-JOB-ATTEMPTS           PIC S9(9) COMP.
       01  WS-JOB-WAIT               PIC S9(9) COMP.
       01  WS-DEF-ATTEMPTS           PIC S9(9) COMP.
       01  WS-DEF-WAIT               PIC S9(9) COMP.
       01  WS-TRANSIENT              PIC X(1).

       01  WS-JOBREG-FUNCTION        PIC X(5) VALUE "JOBID".
       01  WS-JOBREG-PROGRAM-ID      PIC X(8).
       01  WS-JOBREG-JOB-ID          PIC X(8).
       01  WS-JOBREG-SQLCODE         PIC S9(9) COMP VALUE ZERO.
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-RUN-JOB-ID             PIC X(8).

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "RETRYLG ".
       01  WS-LOCK-STATUS            PIC X(1).

       LINKAGE SECTION.
       01  WS-CALLER-ID              PIC X(8).
       01  WS-ENGINE-ID              PIC X(8).
       01  WS-RETRY-SQLCODE          PIC S9(9) COMP.
       01  WS-RETRY-ATTEMPT          PIC S9(4) COMP.
       01  WS-RETRY-AGAIN            PIC X(1).

       PROCEDURE DIVISION USING WS-CALLER-ID, WS-ENGINE-ID,
               WS-RETRY-SQLCODE, WS-RETRY-ATTEMPT, WS-RETRY-AGAIN.

       MAIN-PARA.
           IF WS-PARMS-LOADED = "N"
               PERFORM LOAD-PARMS-PARA
               MOVE "Y"               TO WS-PARMS-LOADED
           END-IF

           MOVE "N"                   TO WS-RETRY-AGAIN

           EVALUATE WS-RETRY-SQLCODE
               WHEN -60
               WHEN -54
               WHEN -51
               WHEN -8177
               WHEN -30006
                   MOVE "Y"            TO WS-TRANSIENT
               WHEN OTHER
                   MOVE "N"            TO WS-TRANSIENT
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-TRANSIENT = "Y"
                   AND WS-RETRY-ATTEMPT < WS-MAX-ATTEMPTS
                   MOVE "RETRY   "     TO RTL-OUTCOME
                   PERFORM WRITE-LOG-PARA
                   DISPLAY WS-CALLER-ID " SQLRETRY: SQLCODE "
                       WS-RETRY-SQLCODE " on " WS-ENGINE-ID
                       " attempt " WS-RETRY-ATTEMPT " -- retrying in "
                       WS-WAIT-SECONDS " second(s)" UPON CONSOLE
                   IF WS-WAIT-SECONDS > ZERO
                       CALL "C$SLEEP" USING WS-WAIT-SECONDS
                   END-IF
                   MOVE "Y"            TO WS-RETRY-AGAIN
               WHEN WS-TRANSIENT = "Y"
                   MOVE "EXHAUST "     TO RTL-OUTCOME
                   PERFORM WRITE-LOG-PARA
                   DISPLAY WS-CALLER-ID " SQLRETRY WARNING: SQLCODE "
                       WS-RETRY-SQLCODE " on " WS-ENGINE-ID
                       " still failing after " WS-RETRY-ATTEMPT
                       " attempt(s) -- giving up" UPON CONSOLE
               WHEN WS-RETRY-ATTEMPT > 1
                   AND WS-RETRY-SQLCODE < ZERO
                   MOVE "FAILED  "     TO RTL-OUTCOME
                   PERFORM WRITE-LOG-PARA
               WHEN WS-RETRY-ATTEMPT > 1
                   MOVE "RECOVER "     TO RTL-OUTCOME
                   PERFORM WRITE-LOG-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           GOBACK.

      * The job the run registered with JOBREG, not the caller id,
      * picks the row -- one engine serves many jobs. A run that
      * never registered keys on its caller id, the SLOWPARM.DAT
      * convention.
       LOAD-PARMS-PARA.
           CALL "JOBREG" USING WS-JOBREG-FUNCTION,
               WS-JOBREG-PROGRAM-ID, WS-JOBREG-JOB-ID,
               WS-JOBREG-SQLCODE, WS-JOBREG-STATUS
           IF WS-JOBREG-STATUS = "Y"
               MOVE WS-JOBREG-JOB-ID  TO WS-RUN-JOB-ID
           ELSE
               MOVE WS-CALLER-ID      TO WS-RUN-JOB-ID
           END-IF

           MOVE "N"                   TO WS-ROW-FOUND
           MOVE "N"                   TO WS-DEF-FOUND

           OPEN INPUT RETRY-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RETRY-PARM-FILE INTO RETRY-PARM-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RTP-JOB-ID = WS-RUN-JOB-ID
                               MOVE RTP-MAX-ATTEMPTS
                                              TO WS-JOB-ATTEMPTS
                               MOVE RTP-WAIT-SECONDS TO WS-JOB-WAIT
                               MOVE "Y"       TO WS-ROW-FOUND
                           END-IF
                           IF RTP-JOB-ID = "DEFAULT "
                               MOVE RTP-MAX-ATTEMPTS
                                              TO WS-DEF-ATTEMPTS
                               MOVE RTP-WAIT-SECONDS TO WS-DEF-WAIT
                               MOVE "Y"       TO WS-DEF-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRY-PARM-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-FOUND = "Y" AND WS-JOB-ATTEMPTS > ZERO
                   MOVE WS-JOB-ATTEMPTS   TO WS-MAX-ATTEMPTS
                   IF WS-JOB-WAIT >= ZERO
                       MOVE WS-JOB-WAIT   TO WS-WAIT-SECONDS
                   END-IF
               WHEN WS-DEF-FOUND = "Y" AND WS-DEF-ATTEMPTS > ZERO
                   MOVE WS-DEF-ATTEMPTS   TO WS-MAX-ATTEMPTS
                   IF WS-DEF-WAIT >= ZERO
                       MOVE WS-DEF-WAIT   TO WS-WAIT-SECONDS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-LOG-PARA.
           MOVE WS-CALLER-ID          TO RTL-PROGRAM-ID
           MOVE WS-RUN-JOB-ID         TO RTL-JOB-ID
           MOVE WS-ENGINE-ID          TO RTL-ENGINE-ID
           MOVE FUNCTION CURRENT-DATE(1:8)  TO RTL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RTL-TIME
           MOVE WS-RETRY-SQLCODE      TO RTL-SQLCODE
           MOVE WS-RETRY-ATTEMPT      TO RTL-ATTEMPT

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS
           OPEN EXTEND RETRY-LOG-FILE
           WRITE RETRY-LOG-LINE FROM RETRY-LOG-RECORD
           CLOSE RETRY-LOG-FILE
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.
