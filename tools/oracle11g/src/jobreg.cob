      *       the same branch-on-status contract JOBGATE uses. A      *
      *       registered START answers "Y". The ledger record         *
      *       itself is still only written at END.                    *
      *    WS-FUNCTION = "END  " - writes one JOB-REGISTRY-RECORD     *
      *       to the keyed ledger JOBLEDG.DAT (jobrgkey.cob) carrying *
      *       the start/end timestamps, the                           *
      *       elapsed seconds between them, and whatever worst         *
      *       SQLCODE the caller passed (typically the most negative  *
      *       SQLCODE SQLERRCK saw during the run, or zero).           *
      *  Intended to be CALLed once right after CONNECT and again     *
      *  right before STOP RUN; the ledger is added to forever         *
      *  like CURSTAT's per-day files, never truncated, so it builds   *
      *  a permanent run history across jobs. Elapsed time spans the  *
      *  start and end dates, so a run that crosses midnight -- the   *
      *  so a run the governor ended at the cutover is visible in    *
      *  the ledger as such instead of looking like a completed run. *
      *                                                             *
      *  "JOBID" hands back the program and job id the run unit's   *
      *  START was made with (WS-CALL-STATUS "Y"), or "N" when no   *
      *  START has been made -- so a shared routine deep in a run   *
      *  (SQLRETRY) can find the job it is working for without      *
      *  every engine's linkage growing a job-id item.              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - The ledger is now the indexed     *
      *              JOBLEDG.DAT, keyed on program, job and start   *
      *              date/time with the end date as an alternate    *
      *              key, so readers can START on what they want    *
      *              instead of reading months of history. END      *
      *              opens it I-O and WRITEs by key; a duplicate    *
      *              key is reported, not written.                  *
      *   sysmaint   2026/10/15 - Added "JOBID" so SQLRETRY can key *
      *              its RETRYPRM.DAT row and log on the job.       *
      *   sysmaint   2026/09/03 - Build IFR-RUN-STAMP from the start  *
      *              hundredths plus a per-run random number; the     *
      *              old date+time stamp was byte-identical to the    *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL IN-FLIGHT-FILE
               ASSIGN TO "INFLIGHT.DAT"
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  IN-FLIGHT-FILE.
       01  IN-FLIGHT-LINE            PIC X(44).
       01  WS-REGISTRY-RESOURCE      PIC X(8) VALUE "INFLIGHT".
       01  WS-LOCK-STATUS            PIC X(1).
       01  WS-INFLIGHT-STATUS        PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-DUPLICATE              PIC X(1).
       01  WS-FLIGHT-COUNT           PIC S9(9) COMP.
       01  WS-CONNECTION-NAME        PIC X(8).
       01  WS-SAVED-START-DATE       PIC X(8).
       01  WS-SAVED-START-TIME       PIC X(6).
       01  WS-STARTED                PIC X(1) VALUE "N".
       01  WS-SAVED-PROGRAM-ID       PIC X(8).
       01  WS-SAVED-JOB-ID           PIC X(8).
       01  WS-START-SECONDS          PIC S9(9) COMP.
       01  WS-END-SECONDS            PIC S9(9) COMP.
       01  WS-TIME-BREAKDOWN.
               WHEN "DLEND"
                   MOVE "DEADLINE"    TO WS-RUN-STATUS
                   PERFORM END-PARA
               WHEN "JOBID"
                   PERFORM JOB-ID-PARA
           END-EVALUATE

           GOBACK.
       START-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-SAVED-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-SAVED-START-TIME
           MOVE WS-PROGRAM-ID         TO WS-SAVED-PROGRAM-ID
           MOVE WS-JOB-ID             TO WS-SAVED-JOB-ID
           MOVE "Y"                   TO WS-STARTED

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION,
           CALL "FILLOCK" USING WS-LOCK-FUNCTION,
               WS-REGISTRY-RESOURCE, WS-PROGRAM-ID, WS-LOCK-STATUS.

       JOB-ID-PARA.
           IF WS-STARTED = "Y"
               MOVE WS-SAVED-PROGRAM-ID  TO WS-PROGRAM-ID
               MOVE WS-SAVED-JOB-ID   TO WS-JOB-ID
           ELSE
               MOVE SPACES            TO WS-PROGRAM-ID
               MOVE SPACES            TO WS-JOB-ID
               MOVE "N"               TO WS-CALL-STATUS
           END-IF.

       LOAD-REGISTRY-PARA.
           MOVE ZERO                  TO WS-FLIGHT-COUNT

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION,
               WS-LEDGER-RESOURCE, WS-PROGRAM-ID, WS-LOCK-STATUS
      * The key is the run's own program/job/start stamp, and a
      * duplicate START is refused, so a clash means the same pair
      * was started twice in one second by run units that did not
      * register -- report it rather than overwrite the first run.
           OPEN I-O JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
               WRITE JOB-REGISTRY-LINE FROM JOB-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY WS-PROGRAM-ID " JOBREG WARNING: job "
                           WS-JOB-ID " run started "
                           JBR-START-DATE JBR-START-TIME
                           " is already in the ledger -- not "
                           "written again" UPON CONSOLE
               END-WRITE
               CLOSE JOB-REGISTRY-FILE
           ELSE
               DISPLAY WS-PROGRAM-ID " JOBREG WARNING: JOBLEDG.DAT "
                   "open failed, status " WS-LEDGER-STATUS
                   " -- run of job " WS-JOB-ID " not recorded"
                   UPON CONSOLE
           END-IF
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION,
               WS-LEDGER-RESOURCE, WS-PROGRAM-ID, WS-LOCK-STATUS
