      ***************************************************************
      *                                                             *
      *               P  U  R  G  E  D  R  V                        *
      *                                                             *
      *  Retention-driven purge of history tables. A history table  *
      *  could only be purged by a hand-written DYNEXEC4 caller,    *
      *  and the DBAs will not run a bare DELETE without a copy of  *
      *  what it removes. This job takes its tables from            *
      *  PURGECTL.DAT (purgectl.cob) -- the job id's rows, in file  *
      *  order -- and for each one:                                 *
      *                                                             *
      *    1. Works out the cutoff, PGC-RETAIN-DAYS business days   *
      *       back from today through BIZCAL "PREV ".               *
      *    2. Archives every row dated before the cutoff (and       *
      *       passing PGC-PREDICATE) through DYNSQL4 into           *
      *       CSVEXP.<archive-id>.CSV with the EXTHDR header as     *
      *       record one. DLVRMGR "PSEAL" seals it and GENMGR keeps *
      *       it as a generation ("KEEP "), cataloged in            *
      *       EXTGCAT.DAT with the run date. A night that finds no  *
      *       rows keeps no generation. Anything short of a         *
      *       complete, sealed and kept archive leaves the table    *
      *       untouched.                                            *
      *    3. Deletes the same rows through DYNEXEC4, at most 500   *
      *       per statement (ROWNUM), committing at the job's       *
      *       UOWPARM.DAT interval through UOWMGR.                  *
      *    4. Reconciles the deleted total, as SQLERRD(3), against  *
      *       the archived count through RECONCIL.                  *
      *                                                             *
      *  PGC-DATE-COLUMN is compared with TO_DATE(cutoff,           *
      *  'YYYYMMDD'), so it must be a DATE or TIMESTAMP column; the *
      *  archive holds the table's columns in SELECT * order, up to *
      *  the 40 the DYNSQL4 descriptor carries.                     *
      *                                                             *
      *  A retention row that is not purged as defined --           *
      *  incomplete, no archive, a failed DELETE, or a deleted      *
      *  total that disagrees with the archive -- reports the       *
      *  shop-reserved -20994 to SQLRCBRG, so the step fails and    *
      *  someone looks at it instead of the row being skipped night *
      *  after night.                                               *
      *                                                             *
      *  WINDGOV is consulted before each table and after each      *
      *  commit, never inside the archive -- half an archive is no  *
      *  copy at all. A stop in the delete phase therefore lands on *
      *  a commit, where UOWMGR has just saved the checkpoint. Its  *
      *  resume key carries the table, the cutoff, the archived     *
      *  count and the rows deleted before that run, so the next    *
      *  night skips the tables ahead of it, finishes that table    *
      *  against the same cutoff and archive, and reconciles the    *
      *  whole table. A stop before a table starts leaves no        *
      *  checkpoint: the next run starts from the first row, and    *
      *  the tables already done find only the rows that have aged  *
      *  since.                                                     *
      *                                                             *
      *  Run mode DRYRUN archives and deletes nothing. Each table's *
      *  cutoff and qualifying row count (SELECT COUNT(*) under the *
      *  same WHERE clause) is reported on the console for          *
      *  month-end approval; the checkpoint is read the same way,   *
      *  so the counts are what the PURGE run would act on.         *
      *                                                             *
      *  The run registers in JOBREG and ends through the SQLRCBRG  *
      *  "SET  "/JOBREG "END  "/"SET  " ordering, "DLEND" after a   *
      *  governed stop.                                             *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Test the count query's own        *
      *              OPEN/FETCH status; the CLOSE status after it   *
      *              reported a failed count as zero rows to        *
      *              archive.                                       *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PURGEDRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-CONTROL-FILE
               ASSIGN TO "PURGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-CONTROL-FILE.
       01  PURGE-CONTROL-LINE        PIC X(280).

       WORKING-STORAGE SECTION.
       COPY PURGECTL.
       COPY SQLCASEL.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "PURGEDRV".
       01  WS-JOB-ID                 PIC X(8).
       01  WS-RUN-MODE               PIC X(6).
       01  WS-TODAY                  PIC X(8).

      * The job's retention rows, in file order.
       01  WS-ENTRY-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ENTRY-IX               PIC S9(9) COMP.
       01  WS-ENTRY-OVERFLOW         PIC X(1) VALUE "N".
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-ROW          OCCURS 20 TIMES PIC X(280).

      * The checkpoint UOWMGR saves at each commit carries this as
      * its resume key; its row count is the rows that run deleted.
       01  WS-PURGE-RESUME-KEY.
           05  WS-PRK-TABLE-NAME     PIC X(30).
           05  WS-PRK-CUTOFF-DATE    PIC X(8).
           05  WS-PRK-ARCHIVED       PIC 9(9).
           05  WS-PRK-PRIOR-DELETED  PIC 9(9).
           05  FILLER                PIC X(24).
       01  WS-RESUME-IX              PIC S9(9) COMP VALUE ZERO.
       01  WS-RESUME-DELETED         PIC S9(9) COMP VALUE ZERO.

       01  WS-CHKPT-FUNCTION         PIC X(5).
       01  WS-CHKPT-ROW-COUNT        PIC S9(9) COMP.
       01  WS-CHKPT-RESUME-KEY       PIC X(80).
       01  WS-CHKPT-FOUND            PIC X(1).
       01  WS-DELETE-RC              PIC S9(9) COMP.
       01  WS-CHKPT-FILE-NAME.
           05  FILLER                PIC X(6)  VALUE "CHKPT.".
           05  WS-CFN-PROGRAM-ID     PIC X(8).
           05  FILLER                PIC X(1)  VALUE ".".
           05  WS-CFN-JOB-ID         PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

      * BIZCAL linkage set.
       01  WS-CAL-FUNCTION           PIC X(5).
       01  WS-CAL-DATE-1             PIC X(8).
       01  WS-CAL-DATE-2             PIC X(8).
       01  WS-CAL-COUNT              PIC S9(9) COMP.
       01  WS-CAL-FLAG               PIC X(1).
       01  WS-CUTOFF-DATE            PIC X(8).

       01  WS-WHERE-TEXT             PIC X(400).
       01  WS-WHERE-PTR              PIC S9(9) COMP.
       01  WS-WHERE-LEN              PIC S9(9) COMP.
       01  WS-SQL-PTR                PIC S9(9) COMP.

      * Per table, and for the run.
       01  WS-ARCHIVE-OK             PIC X(1).
       01  WS-ARCHIVED-COUNT         PIC S9(9) COMP.
       01  WS-DELETED-COUNT          PIC S9(9) COMP.
       01  WS-QUALIFY-COUNT          PIC S9(9) COMP.
       01  WS-DELETE-DONE            PIC X(1).
       01  WS-DELETE-FAILED          PIC X(1).
       01  WS-DELETE-CHUNK           PIC 9(9) VALUE 500.
       01  WS-RUN-DELETED            PIC S9(9) COMP VALUE ZERO.
       01  WS-RUN-QUALIFY            PIC S9(9) COMP VALUE ZERO.
       01  WS-PURGED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-BREAK-COUNT            PIC S9(9) COMP VALUE ZERO.

      * DYNSQL4 linkage set -- the full 13-item list, in the order
      * the engine's PROCEDURE DIVISION declares it.
       01  WS-DYN-FUNCTION           PIC X(6).
       01  WS-DYN-STATUS             PIC S9(9) COMP.
      * The count query's OPEN/FETCH status, kept past its CLOSE.
       01  WS-COUNT-STATUS           PIC S9(9) COMP.
       01  WS-SQL-TEXT.
           05  WS-SQL-TEXT-LEN       PIC S9(4) COMP.
           05  WS-SQL-TEXT-TEXT      PIC X(2000).
       01  WS-BIND-COUNT             PIC S9(9) COMP.
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
       01  WS-COLUMN-COUNT           PIC S9(9) COMP.
       01  WS-HEADER-COUNT-TEXT      PIC X(4).
       01  WS-WRITER-FUNCTION        PIC X(5).

      * DYNEXEC4 linkage set for the chunked DELETE.
       01  WS-EXEC-STATUS            PIC S9(9) COMP.
       01  WS-DEL-SQL-TEXT.
           05  WS-DEL-SQL-TEXT-LEN   PIC S9(4) COMP.
           05  WS-DEL-SQL-TEXT-TEXT  PIC X(2000).
       01  WS-DEL-BIND-COUNT         PIC S9(9) COMP.
       01  WS-DEL-BIND-VALUES.
           05  WS-DEL-BIND-VALUE     OCCURS 40 TIMES PIC X(80).
       01  WS-DEL-BIND-NULL-FLAGS.
           05  WS-DEL-BIND-NULL-FLAG OCCURS 40 TIMES PIC X(1).
       01  WS-ROWS-AFFECTED          PIC S9(9) COMP.

      * UOWMGR linkage set.
       01  WS-UOW-FUNCTION           PIC X(5).
       01  WS-UOW-ROWS               PIC S9(9) COMP.
       01  WS-UOW-COMMITTED          PIC X(1).

      * RECONCIL's breakdown of the applied count.
       01  WS-EXPECTED-COUNT         PIC S9(9) COMP.
       01  WS-APPLIED-COUNTS.
           05  WS-APPLIED-INSERTED   PIC S9(9) COMP.
           05  WS-APPLIED-UPDATED    PIC S9(9) COMP.
           05  WS-APPLIED-DELETED    PIC S9(9) COMP.

       01  WS-GOV-FUNCTION           PIC X(5).
       01  WS-STOP-FLAG              PIC X(1) VALUE "N".
       01  WS-STOP-REASON            PIC X(8).

       01  WS-DLVR-FUNCTION          PIC X(5).
       01  WS-DELIVERY-STATUS        PIC X(1).
       01  WS-GEN-FUNCTION           PIC X(5).
       01  WS-GEN-WRITER             PIC X(3) VALUE "CSV".
       01  WS-GEN-RELATIVE-NR        PIC S9(4) COMP VALUE ZERO.
       01  WS-GEN-FILE-NAME          PIC X(25).
       01  WS-GEN-STATUS             PIC X(1).

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "PURGEDRV: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE
           DISPLAY "PURGEDRV: enter run mode (PURGE or DRYRUN)"
               UPON CONSOLE
           ACCEPT WS-RUN-MODE FROM CONSOLE
           IF WS-RUN-MODE NOT = "PURGE " AND WS-RUN-MODE NOT = "DRYRUN"
               DISPLAY "PURGEDRV: run mode " WS-RUN-MODE
                   " is not PURGE or DRYRUN -- nothing purged"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY

           CALL "SQLCONN" USING WS-CALLER-ID, WS-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
               DISPLAY "PURGEDRV: CONNECT failed with SQLCODE "
                   WS-CONNECT-STATUS " -- nothing purged"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS

      * Another run of this job is live: two purges deleting from
      * the same table under one checkpoint would each reconcile
      * against half the work.
           IF WS-JOBREG-STATUS = "D"
               DISPLAY "PURGEDRV: job " WS-JOB-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CONTROL-PARA
           IF WS-ENTRY-OVERFLOW = "Y"
               DISPLAY "PURGEDRV: more than 20 PURGECTL.DAT rows for "
                   "job " WS-JOB-ID " -- nothing purged" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "PURGEDRV: no PURGECTL.DAT rows for job "
                   WS-JOB-ID " -- nothing purged" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           PERFORM LOAD-CHECKPOINT-PARA

           MOVE "INIT "               TO WS-GOV-FUNCTION
           CALL "WINDGOV" USING WS-GOV-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-RUN-DELETED, WS-STOP-FLAG,
               WS-STOP-REASON
           MOVE "N"                   TO WS-STOP-FLAG

           PERFORM PURGE-ONE-TABLE-PARA
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                  OR WS-STOP-FLAG = "Y"

           IF WS-RUN-MODE = "DRYRUN"
               DISPLAY "PURGEDRV " WS-JOB-ID ": dry run, "
                   WS-ENTRY-COUNT " retention row(s), "
                   WS-RUN-QUALIFY " row(s) would be archived and "
                   "deleted" UPON CONSOLE
           ELSE
               DISPLAY "PURGEDRV " WS-JOB-ID ": " WS-ENTRY-COUNT
                   " retention row(s), " WS-PURGED-COUNT
                   " table(s) purged, " WS-RUN-DELETED
                   " row(s) deleted, " WS-BREAK-COUNT
                   " not purged as defined" UPON CONSOLE
           END-IF
           IF WS-STOP-FLAG = "Y"
               DISPLAY "PURGEDRV " WS-JOB-ID ": stopped by WINDGOV ("
                   WS-STOP-REASON ") -- the next run resumes"
                   UPON CONSOLE
           END-IF

           PERFORM END-RUN-PARA.

      * The SQLRCBRG "SET  "/JOBREG "END  "/"SET  " ordering every
      * job ends on; a governed stop registers through "DLEND".
       END-RUN-PARA.
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
           IF WS-STOP-FLAG = "Y"
               MOVE "DLEND"           TO WS-JOBREG-FUNCTION
           ELSE
               MOVE "END  "           TO WS-JOBREG-FUNCTION
           END-IF
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

       LOAD-CONTROL-PARA.
           OPEN INPUT PURGE-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PURGE-CONTROL-FILE INTO PURGE-CONTROL-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF PGC-JOB-ID = WS-JOB-ID
                               PERFORM STORE-ENTRY-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGE-CONTROL-FILE
           END-IF.

       STORE-ENTRY-PARA.
           IF WS-ENTRY-COUNT < 20
               ADD 1                  TO WS-ENTRY-COUNT
               MOVE PURGE-CONTROL-RECORD
                                   TO WS-ENTRY-ROW(WS-ENTRY-COUNT)
           ELSE
               MOVE "Y"               TO WS-ENTRY-OVERFLOW
           END-IF.

      * A checkpoint is left only by a governed stop in the delete
      * phase. The tables ahead of its table were finished by that
      * run; its table resumes against the run's cutoff and
      * archive. A checkpoint for a table the job no longer lists
      * cannot be resumed, so a PURGE run clears it.
       LOAD-CHECKPOINT-PARA.
           MOVE "LOAD "               TO WS-CHKPT-FUNCTION
           CALL "CHKPT" USING WS-CHKPT-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-CHKPT-ROW-COUNT, WS-CHKPT-RESUME-KEY,
               WS-CHKPT-FOUND
           IF WS-CHKPT-FOUND = "Y"
               MOVE WS-CHKPT-RESUME-KEY  TO WS-PURGE-RESUME-KEY
               IF WS-PRK-CUTOFF-DATE NOT = SPACES
                   AND WS-PRK-ARCHIVED IS NUMERIC
                   AND WS-PRK-PRIOR-DELETED IS NUMERIC
                   PERFORM FIND-RESUME-ENTRY-PARA
                       VARYING WS-ENTRY-IX FROM 1 BY 1
                       UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                          OR WS-RESUME-IX > ZERO
               END-IF
               IF WS-RESUME-IX > ZERO
                   COMPUTE WS-RESUME-DELETED = WS-CHKPT-ROW-COUNT
                       + WS-PRK-PRIOR-DELETED
                   DISPLAY "PURGEDRV: checkpoint found, resuming "
                       FUNCTION TRIM(WS-PRK-TABLE-NAME) " (cutoff "
                       WS-PRK-CUTOFF-DATE ") after "
                       WS-RESUME-DELETED " of " WS-PRK-ARCHIVED
                       " archived row(s) deleted" UPON CONSOLE
               ELSE
                   DISPLAY "PURGEDRV WARNING: checkpoint names "
                       FUNCTION TRIM(WS-PRK-TABLE-NAME) ", not a "
                       "retention row of job " WS-JOB-ID
                       " -- cannot resume it" UPON CONSOLE
                   IF WS-RUN-MODE = "PURGE "
                       PERFORM CLEAR-CHECKPOINT-PARA
                   END-IF
               END-IF
           END-IF.

       FIND-RESUME-ENTRY-PARA.
           MOVE WS-ENTRY-ROW(WS-ENTRY-IX)  TO PURGE-CONTROL-RECORD
           IF PGC-TABLE-NAME = WS-PRK-TABLE-NAME
               MOVE WS-ENTRY-IX       TO WS-RESUME-IX
           END-IF.

      * The CHKPCLR move: delete the file outright.
       CLEAR-CHECKPOINT-PARA.
           MOVE WS-CALLER-ID          TO WS-CFN-PROGRAM-ID
           MOVE WS-JOB-ID             TO WS-CFN-JOB-ID
           CALL "CBL_DELETE_FILE" USING WS-CHKPT-FILE-NAME
               RETURNING WS-DELETE-RC.

      * WINDGOV sees the rows this run has deleted so far, so a
      * ROWCAP row caps the night's deletes across all the tables.
       PURGE-ONE-TABLE-PARA.
           MOVE WS-ENTRY-ROW(WS-ENTRY-IX)  TO PURGE-CONTROL-RECORD
           MOVE "CHECK"               TO WS-GOV-FUNCTION
           CALL "WINDGOV" USING WS-GOV-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-RUN-DELETED, WS-STOP-FLAG,
               WS-STOP-REASON

           EVALUATE TRUE
               WHEN WS-STOP-FLAG = "Y"
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": batch window closed -- not started"
                       UPON CONSOLE
               WHEN WS-ENTRY-IX < WS-RESUME-IX
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": purged by the interrupted run -- skipped"
                       UPON CONSOLE
               WHEN PGC-TABLE-NAME = SPACES
                   OR PGC-DATE-COLUMN = SPACES
                   OR PGC-ARCHIVE-ID = SPACES
                   OR PGC-RETAIN-DAYS IS NOT NUMERIC
                   DISPLAY "PURGEDRV WARNING: retention row "
                       WS-ENTRY-IX " (" FUNCTION TRIM(PGC-TABLE-NAME)
                       ") needs a table, date column, archive id and "
                       "retention days -- not purged" UPON CONSOLE
                   PERFORM TRACK-BREAK-PARA
               WHEN PGC-RETAIN-DAYS = ZERO
                   DISPLAY "PURGEDRV WARNING: retention row "
                       WS-ENTRY-IX " (" FUNCTION TRIM(PGC-TABLE-NAME)
                       ") keeps zero business days -- not purged"
                       UPON CONSOLE
                   PERFORM TRACK-BREAK-PARA
               WHEN OTHER
                   PERFORM SET-CUTOFF-PARA
                   EVALUATE TRUE
                       WHEN WS-CUTOFF-DATE = SPACES
                           DISPLAY "PURGEDRV WARNING: "
                               FUNCTION TRIM(PGC-TABLE-NAME)
                               ": BIZCAL gave no cutoff date -- not "
                               "purged" UPON CONSOLE
                           PERFORM TRACK-BREAK-PARA
                       WHEN WS-RUN-MODE = "DRYRUN"
                           PERFORM COUNT-TABLE-PARA
                       WHEN OTHER
                           PERFORM PURGE-TABLE-PARA
                   END-EVALUATE
           END-EVALUATE.

      * -20994 is the shop-reserved "retention row not purged as
      * defined" code, outside Oracle's range like -20999.
       TRACK-BREAK-PARA.
           ADD 1                      TO WS-BREAK-COUNT
           MOVE -20994                TO WS-RCBRG-SQLCODE
           MOVE "TRACK"               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-RCBRG-SQLCODE.

      * The table resumed from the checkpoint keeps the cutoff its
      * archive was taken at; every other table counts its
      * retention back from today, one business day at a time.
       SET-CUTOFF-PARA.
           IF WS-ENTRY-IX = WS-RESUME-IX
               MOVE WS-PRK-CUTOFF-DATE  TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-TODAY          TO WS-CUTOFF-DATE
               PERFORM STEP-BACK-ONE-DAY-PARA PGC-RETAIN-DAYS TIMES
           END-IF.

       STEP-BACK-ONE-DAY-PARA.
           MOVE "PREV "               TO WS-CAL-FUNCTION
           MOVE WS-CUTOFF-DATE        TO WS-CAL-DATE-1
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-DATE-2         TO WS-CUTOFF-DATE.

      * WHERE <date column> < TO_DATE(:1,'YYYYMMDD') [AND (...)] --
      * the one clause the count, the archive and the delete share.
       BUILD-WHERE-PARA.
           MOVE SPACES                TO WS-WHERE-TEXT
           MOVE 1                     TO WS-WHERE-PTR
           STRING " WHERE "                            DELIMITED SIZE
                  FUNCTION TRIM(PGC-DATE-COLUMN)       DELIMITED SIZE
                  " < TO_DATE(:1,'YYYYMMDD')"          DELIMITED SIZE
               INTO WS-WHERE-TEXT WITH POINTER WS-WHERE-PTR
           IF PGC-PREDICATE NOT = SPACES
               STRING " AND ("                         DELIMITED SIZE
                      FUNCTION TRIM(PGC-PREDICATE)     DELIMITED SIZE
                      ")"                              DELIMITED SIZE
                   INTO WS-WHERE-TEXT WITH POINTER WS-WHERE-PTR
           END-IF
           COMPUTE WS-WHERE-LEN = WS-WHERE-PTR - 1

           MOVE 1                     TO WS-BIND-COUNT
           MOVE WS-CUTOFF-DATE        TO WS-BIND-VALUE(1)
           MOVE "N"                   TO WS-BIND-NULL-FLAG(1).

      * DRYRUN: the count the PURGE run would archive and delete.
       COUNT-TABLE-PARA.
           PERFORM BUILD-WHERE-PARA
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "SELECT COUNT(*) FROM "              DELIMITED SIZE
                  FUNCTION TRIM(PGC-TABLE-NAME)        DELIMITED SIZE
                  WS-WHERE-TEXT(1:WS-WHERE-LEN)        DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1

           MOVE ZERO                  TO WS-QUALIFY-COUNT
           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           MOVE WS-DYN-STATUS         TO WS-COUNT-STATUS
           IF WS-DYN-STATUS = ZERO
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               MOVE WS-DYN-STATUS     TO WS-COUNT-STATUS
               IF WS-DYN-STATUS = ZERO
                   COMPUTE WS-QUALIFY-COUNT =
                       FUNCTION NUMVAL(SEL-DV(1))
               END-IF
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF

      * A COUNT(*) always returns its one row, so anything but a
      * clean FETCH is a failure, whatever the CLOSE returned.
           EVALUATE TRUE
               WHEN WS-COUNT-STATUS NOT = ZERO
                   DISPLAY "PURGEDRV WARNING: "
                       FUNCTION TRIM(PGC-TABLE-NAME)
                       ": count failed with status " WS-COUNT-STATUS
                       UPON CONSOLE
               WHEN WS-ENTRY-IX = WS-RESUME-IX
                   ADD WS-QUALIFY-COUNT  TO WS-RUN-QUALIFY
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": resumes at cutoff " WS-CUTOFF-DATE ", "
                       WS-RESUME-DELETED " of " WS-PRK-ARCHIVED
                       " archived row(s) deleted, " WS-QUALIFY-COUNT
                       " still to delete" UPON CONSOLE
               WHEN OTHER
                   ADD WS-QUALIFY-COUNT  TO WS-RUN-QUALIFY
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": " WS-QUALIFY-COUNT " row(s) before cutoff "
                       WS-CUTOFF-DATE " (" PGC-RETAIN-DAYS
                       " business days kept) would be archived to "
                       FUNCTION TRIM(PGC-ARCHIVE-ID) " and deleted"
                       UPON CONSOLE
           END-EVALUATE.

      * Archive first; only a complete, sealed, kept archive lets
      * the delete run.
       PURGE-TABLE-PARA.
           PERFORM BUILD-WHERE-PARA
           IF WS-ENTRY-IX = WS-RESUME-IX
               MOVE WS-PRK-ARCHIVED   TO WS-ARCHIVED-COUNT
               MOVE WS-RESUME-DELETED TO WS-DELETED-COUNT
               MOVE "Y"               TO WS-ARCHIVE-OK
           ELSE
               MOVE ZERO              TO WS-DELETED-COUNT
               PERFORM ARCHIVE-TABLE-PARA
           END-IF

           EVALUATE TRUE
               WHEN WS-ARCHIVE-OK = "N"
                   DISPLAY "PURGEDRV WARNING: "
                       FUNCTION TRIM(PGC-TABLE-NAME)
                       ": no complete archive -- nothing deleted"
                       UPON CONSOLE
                   PERFORM TRACK-BREAK-PARA
               WHEN WS-ARCHIVED-COUNT = ZERO
                   ADD 1              TO WS-PURGED-COUNT
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": no rows before cutoff " WS-CUTOFF-DATE
                       " -- nothing to purge" UPON CONSOLE
               WHEN OTHER
                   PERFORM DELETE-TABLE-PARA
           END-EVALUATE.

      * SELECT * under the shared WHERE clause, written through
      * CSVEXP with the engine's EXTHDR header as record one, then
      * sealed with today's date and kept as a GENMGR generation.
       ARCHIVE-TABLE-PARA.
           MOVE "N"                   TO WS-ARCHIVE-OK
           MOVE ZERO                  TO WS-ARCHIVED-COUNT
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "SELECT * FROM "                     DELIMITED SIZE
                  FUNCTION TRIM(PGC-TABLE-NAME)        DELIMITED SIZE
                  WS-WHERE-TEXT(1:WS-WHERE-LEN)        DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1

           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           IF WS-DYN-STATUS NOT = ZERO
               DISPLAY "PURGEDRV WARNING: "
                   FUNCTION TRIM(PGC-TABLE-NAME)
                   ": archive OPEN failed with status " WS-DYN-STATUS
                   UPON CONSOLE
           ELSE
               MOVE "HEADER"          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               MOVE XSELDV(7:4)       TO WS-HEADER-COUNT-TEXT
               IF WS-HEADER-COUNT-TEXT IS NUMERIC
                   COMPUTE WS-COLUMN-COUNT =
                       FUNCTION NUMVAL(WS-HEADER-COUNT-TEXT)
               ELSE
                   MOVE 40            TO WS-COLUMN-COUNT
               END-IF
               MOVE "INIT "           TO WS-WRITER-FUNCTION
               PERFORM CALL-CSVEXP-PARA
               MOVE "HDR  "           TO WS-WRITER-FUNCTION
               PERFORM CALL-CSVEXP-PARA

               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               PERFORM ARCHIVE-ONE-ROW-PARA
                   UNTIL WS-DYN-STATUS NOT = ZERO

               MOVE "END  "           TO WS-WRITER-FUNCTION
               PERFORM CALL-CSVEXP-PARA
               IF WS-DYN-STATUS > ZERO
                   MOVE "Y"           TO WS-ARCHIVE-OK
               ELSE
                   DISPLAY "PURGEDRV WARNING: "
                       FUNCTION TRIM(PGC-TABLE-NAME)
                       ": archive FETCH failed with status "
                       WS-DYN-STATUS " after " WS-ARCHIVED-COUNT
                       " row(s)" UPON CONSOLE
               END-IF
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF

           IF WS-ARCHIVE-OK = "Y" AND WS-ARCHIVED-COUNT > ZERO
               PERFORM KEEP-ARCHIVE-PARA
           END-IF.

       ARCHIVE-ONE-ROW-PARA.
           ADD 1                      TO WS-ARCHIVED-COUNT
           MOVE "ROW  "               TO WS-WRITER-FUNCTION
           PERFORM CALL-CSVEXP-PARA
           MOVE "FETCH "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA.

      * An empty archive is not kept: a generation a night with
      * nothing in it would age the real archives out of GENMGR.
       KEEP-ARCHIVE-PARA.
           MOVE "N"                   TO WS-ARCHIVE-OK
           MOVE "PSEAL"               TO WS-DLVR-FUNCTION
           CALL "DLVRMGR" USING WS-DLVR-FUNCTION, PGC-ARCHIVE-ID,
               WS-CALLER-ID, WS-JOB-ID, WS-DELIVERY-STATUS
           IF WS-DELIVERY-STATUS = "Y"
               MOVE "KEEP "           TO WS-GEN-FUNCTION
               CALL "GENMGR" USING WS-GEN-FUNCTION, PGC-ARCHIVE-ID,
                   WS-GEN-WRITER, WS-GEN-RELATIVE-NR,
                   WS-GEN-FILE-NAME, WS-GEN-STATUS
               IF WS-GEN-STATUS = "Y"
                   MOVE "Y"           TO WS-ARCHIVE-OK
                   DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                       ": " WS-ARCHIVED-COUNT " row(s) before cutoff "
                       WS-CUTOFF-DATE " archived to "
                       FUNCTION TRIM(WS-GEN-FILE-NAME) UPON CONSOLE
               END-IF
           END-IF.

      * DELETE ... AND ROWNUM <= :2 until a statement comes back
      * short. WINDGOV is asked only when UOWMGR has just committed
      * (and saved the checkpoint), so a stop never strands
      * uncommitted deletes.
       DELETE-TABLE-PARA.
           MOVE SPACES                TO WS-DEL-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "DELETE FROM "                       DELIMITED SIZE
                  FUNCTION TRIM(PGC-TABLE-NAME)        DELIMITED SIZE
                  WS-WHERE-TEXT(1:WS-WHERE-LEN)        DELIMITED SIZE
                  " AND ROWNUM <= :2"                  DELIMITED SIZE
               INTO WS-DEL-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-DEL-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE 2                     TO WS-DEL-BIND-COUNT
           MOVE WS-CUTOFF-DATE        TO WS-DEL-BIND-VALUE(1)
           MOVE WS-DELETE-CHUNK       TO WS-DEL-BIND-VALUE(2)
           MOVE "N"                   TO WS-DEL-BIND-NULL-FLAG(1)
           MOVE "N"                   TO WS-DEL-BIND-NULL-FLAG(2)

           MOVE PGC-TABLE-NAME        TO WS-PRK-TABLE-NAME
           MOVE WS-CUTOFF-DATE        TO WS-PRK-CUTOFF-DATE
           MOVE WS-ARCHIVED-COUNT     TO WS-PRK-ARCHIVED
           MOVE WS-DELETED-COUNT      TO WS-PRK-PRIOR-DELETED

           MOVE "INIT "               TO WS-UOW-FUNCTION
           MOVE ZERO                  TO WS-UOW-ROWS
           CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-UOW-ROWS, WS-PURGE-RESUME-KEY,
               WS-UOW-COMMITTED

           MOVE "N"                   TO WS-DELETE-DONE
           MOVE "N"                   TO WS-DELETE-FAILED
           PERFORM DELETE-CHUNK-PARA
               UNTIL WS-DELETE-DONE = "Y"
                  OR WS-DELETE-FAILED = "Y"
                  OR WS-STOP-FLAG = "Y"

           IF WS-STOP-FLAG = "Y"
               DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                   ": batch window closed after " WS-DELETED-COUNT
                   " of " WS-ARCHIVED-COUNT " archived row(s) "
                   "deleted and committed -- resumes from the "
                   "checkpoint" UPON CONSOLE
           ELSE
      * A failed DELETE still commits the chunks before it: every
      * one of those rows is in the archive.
               MOVE "END  "           TO WS-UOW-FUNCTION
               MOVE ZERO              TO WS-UOW-ROWS
               CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
                   WS-JOB-ID, WS-UOW-ROWS, WS-PURGE-RESUME-KEY,
                   WS-UOW-COMMITTED
               PERFORM RECONCILE-TABLE-PARA
           END-IF.

       DELETE-CHUNK-PARA.
           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-DEL-SQL-TEXT,
               WS-DEL-BIND-COUNT, WS-DEL-BIND-VALUES,
               WS-DEL-BIND-NULL-FLAGS, WS-ROWS-AFFECTED, WS-CALLER-ID
           IF WS-EXEC-STATUS < ZERO
               MOVE "Y"               TO WS-DELETE-FAILED
               DISPLAY "PURGEDRV WARNING: "
                   FUNCTION TRIM(PGC-TABLE-NAME)
                   ": DELETE failed with SQLCODE " WS-EXEC-STATUS
                   UPON CONSOLE
           ELSE
               ADD WS-ROWS-AFFECTED   TO WS-DELETED-COUNT
               ADD WS-ROWS-AFFECTED   TO WS-RUN-DELETED
               MOVE WS-ROWS-AFFECTED  TO WS-UOW-ROWS
               MOVE "ROW  "           TO WS-UOW-FUNCTION
               CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
                   WS-JOB-ID, WS-UOW-ROWS, WS-PURGE-RESUME-KEY,
                   WS-UOW-COMMITTED
               IF WS-ROWS-AFFECTED < WS-DELETE-CHUNK
                   MOVE "Y"           TO WS-DELETE-DONE
               ELSE
                   IF WS-UOW-COMMITTED = "Y"
                       MOVE "CHECK"   TO WS-GOV-FUNCTION
                       CALL "WINDGOV" USING WS-GOV-FUNCTION,
                           WS-CALLER-ID, WS-JOB-ID, WS-RUN-DELETED,
                           WS-STOP-FLAG, WS-STOP-REASON
                   END-IF
               END-IF
           END-IF.

      * The whole table's deleted total -- across a resume too --
      * against its archive. More deleted than archived means rows
      * reached the cutoff's side of the date column after the
      * archive was taken and went without a copy.
       RECONCILE-TABLE-PARA.
           MOVE WS-ARCHIVED-COUNT     TO WS-EXPECTED-COUNT
           MOVE WS-DELETED-COUNT      TO SQLERRD(3)
           MOVE ZERO                  TO WS-APPLIED-INSERTED
           MOVE ZERO                  TO WS-APPLIED-UPDATED
           MOVE WS-DELETED-COUNT      TO WS-APPLIED-DELETED
           CALL "RECONCIL" USING SQLCA, WS-EXPECTED-COUNT,
               WS-CALLER-ID, WS-APPLIED-COUNTS

           IF WS-DELETE-FAILED = "N"
               AND WS-DELETED-COUNT = WS-ARCHIVED-COUNT
               ADD 1                  TO WS-PURGED-COUNT
               DISPLAY "PURGEDRV " FUNCTION TRIM(PGC-TABLE-NAME)
                   ": " WS-DELETED-COUNT " row(s) deleted, "
                   "reconciled with the archive" UPON CONSOLE
           ELSE
               DISPLAY "PURGEDRV WARNING: "
                   FUNCTION TRIM(PGC-TABLE-NAME) ": "
                   WS-DELETED-COUNT " row(s) deleted against "
                   WS-ARCHIVED-COUNT " archived -- see RECNLG.DAT"
                   UPON CONSOLE
               PERFORM TRACK-BREAK-PARA
           END-IF.

       CALL-DYNSQL4-PARA.
           CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
               WS-SQL-TEXT, WS-BIND-COUNT, WS-BIND-VALUES,
               WS-BIND-NULL-FLAGS, XSELDV, XSELDI, WS-FETCH-COUNT,
               WS-FETCH-ROWS-RETURNED, XSELDV-TABLE, XSELDI-TABLE,
               WS-CALLER-ID.

       CALL-CSVEXP-PARA.
           CALL "CSVEXP" USING WS-WRITER-FUNCTION, PGC-ARCHIVE-ID,
               WS-COLUMN-COUNT, XSELDV.
