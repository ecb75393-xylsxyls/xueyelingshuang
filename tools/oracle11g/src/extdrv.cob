      *  run strictly one after another -- which is also what       *
      *  keeps one JOBREG/CHKPT identity per extract honest.        *
      *                                                             *
      *  A definition with "PARTITN " records runs as up to four    *
      *  slices at the same time, slice n on its own engine copy    *
      *  (DYNSQL4, DYNSQL42, DYNSQL43, DYNSQL44) with that slice's  *
      *  bind values, so each cursor's SQLTIMER timings are its     *
      *  own. Rows are fetched round-robin across the open cursors  *
      *  into one slice file per slice, EXTSLICE.<id>.<n>.DAT       *
      *  (header record first, an *END* record once the cursor is   *
      *  read to the end), each slice checkpointing under its own   *
      *  CHKPT identity EXTDRVSn. Only when every slice has ended   *
      *  are the slice files merged, in slice order, through the    *
      *  single EXTHDR header and the usual COLMASK/writer/DLVRMGR  *
      *  path, and then deleted. A rerun after a failure or a       *
      *  governed stop leaves an ended slice alone and resumes each *
      *  of the others from its own checkpoint.                     *
      *                                                             *
      *  Before connecting, the run passes JOBGATE under its        *
      *  CONNDIR.DAT id. When that connection is the replica side   *
      *  of a REPLCTL.DAT check, nothing runs until that day's      *
      *  REPLCHK has ended clean; a held run stops with RETURN-CODE *
      *  4 (check not yet run) or 8 (check failed) for the          *
      *  scheduler to requeue.                                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Hand BRKRPT the rows extracted, so *
      *              its BRKPRT print output can reconcile them.    *
      *   sysmaint   2026/10/15 - Pass JOBGATE before connecting,   *
      *              so extracts off a replica are held until that  *
      *              night's REPLCHK check has passed.              *
      *   sysmaint   2026/10/15 - Partitioned extracts: the         *
      *              "PARTITN " slices of a definition run at the   *
      *              same time on the four engine copies into slice *
      *              files, each with its own checkpoint, and are   *
      *              merged into the one extract once all have      *
      *              ended; a rerun redoes only the slices that did *
      *              not end.                                       *
      *   sysmaint   2026/10/15 - Incremental extracts: a           *
      *              definition with ECT-HWM-COL set binds the      *
      *              high-water mark HWMARK holds for it in place   *
      *              of the ECT-HWM-BIND value, tracks the highest  *
      *              value of that column fetched, and stores it as *
      *              the new mark only after DLVRMGR has shipped    *
      *              the file from a cursor read to the end.        *
      *   sysmaint   2026/10/15 - Resolve business-date tokens      *
      *              (&PREVBIZ and the rest, see BINDTOK) in the    *
      *              bind values just before the OPEN, logging each *
      *              to BINDTKLG.DAT; a resume rebinds the dates    *
      *              the interrupted run logged, and an unknown     *
      *              token skips the extract with the shop-reserved *
      *              -20995.                                        *
      *   sysmaint   2026/10/15 - Skip a definition EXTMAINT has    *
      *              retired (ECT-STATUS "R") -- its header, SQL    *
      *              segments and binds alike -- and count it on    *
      *              the closing console line.                      *
      *   sysmaint   2026/09/03 - Read the control file through the   *
      *              full FD line and remap per record kind; the      *
      *              READ INTO the 62-byte EXTRACT layout truncated   *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SLICE-FILE-1
               ASSIGN TO WS-SLICE-NAME-1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

           SELECT SLICE-FILE-2
               ASSIGN TO WS-SLICE-NAME-2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

           SELECT SLICE-FILE-3
               ASSIGN TO WS-SLICE-NAME-3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

           SELECT SLICE-FILE-4
               ASSIGN TO WS-SLICE-NAME-4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

           SELECT SLICE-IN-FILE
               ASSIGN TO WS-SLICE-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

           SELECT SLICE-TMP-FILE
               ASSIGN TO WS-SLICE-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-LINE      PIC X(100).

       FD  SLICE-FILE-1.
       01  SLICE-LINE-1              PIC X(3245).

       FD  SLICE-FILE-2.
       01  SLICE-LINE-2              PIC X(3245).

       FD  SLICE-FILE-3.
       01  SLICE-LINE-3              PIC X(3245).

       FD  SLICE-FILE-4.
       01  SLICE-LINE-4              PIC X(3245).

       FD  SLICE-IN-FILE.
       01  SLICE-IN-LINE             PIC X(3245).

       FD  SLICE-TMP-FILE.
       01  SLICE-TMP-LINE            PIC X(3245).

       WORKING-STORAGE SECTION.
       COPY EXTCTLLG.

       01  WS-AT-END                 PIC X(1).
       01  WS-HAVE-EXTRACT           PIC X(1) VALUE "N".
       01  WS-EXTRACT-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-RETIRED-DEFINITION     PIC X(1) VALUE "N".
       01  WS-RETIRED-COUNT          PIC S9(9) COMP VALUE ZERO.

       01  WS-SAVED-EXTRACT-ID       PIC X(8).
       01  WS-SAVED-JOB-ID           PIC X(8).
       01  WS-SAVED-AMOUNT-COUNT     PIC S9(9) COMP.
       01  WS-SAVED-AMOUNT-COLS.
           05  WS-SAVED-AMOUNT-COL   OCCURS 5 TIMES PIC S9(4) COMP.
       01  WS-SAVED-HWM-COL          PIC S9(4) COMP.
       01  WS-SAVED-HWM-BIND         PIC S9(4) COMP.
       01  WS-SAVED-HWM-TYPE         PIC X(1).

       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-SEGMENT-LEN            PIC S9(9) COMP.
       01  WS-CALLER-ID              PIC X(8) VALUE "EXTDRV  ".

       01  WS-BIND-IX                PIC S9(9) COMP.
       01  WS-TOKEN-FUNCTION         PIC X(5).
       01  WS-TOKEN-POS              PIC S9(4) COMP.
       01  WS-TOKEN-STATUS           PIC X(1).
       01  WS-TOKEN-ERROR            PIC X(1).
       01  WS-COLUMN-COUNT           PIC S9(9) COMP.
       01  WS-HEADER-COUNT-TEXT      PIC X(4).

       01  WS-STOP-FLAG              PIC X(1).
       01  WS-STOP-REASON            PIC X(8).

       COPY HWMARKLG.
       01  WS-HWM-FUNCTION           PIC X(5).
       01  WS-HWM-STATUS             PIC X(1).
       01  WS-HWM-HIGH               PIC X(80).
       01  WS-HWM-HIGH-NUM           PIC S9(15)V9(3) COMP-3.
       01  WS-HWM-CANDIDATE          PIC X(80).
       01  WS-HWM-CANDIDATE-NUM      PIC S9(15)V9(3) COMP-3.
       01  WS-HWM-SEEN               PIC X(1).
       01  WS-HWM-ADVANCED           PIC X(1).
       01  WS-FETCH-END-STATUS       PIC S9(9) COMP.

      * Partitioned runs. Each slice keeps its own copy of the bind
      * tables: its engine copy holds their addresses from the OPEN.
      * Null indicators go to the slice file as Y/N bytes.
       01  WS-SLICE-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-SLICE-IX               PIC S9(4) COMP.
       01  WS-COL-IX                 PIC S9(4) COMP.
       01  WS-ACTIVE-SLICES          PIC S9(4) COMP.
       01  WS-SLICES-DONE            PIC S9(4) COMP.
       01  WS-SLICE-RERUN            PIC X(1).
       01  WS-SLICE-STATUS           PIC X(2).
       01  WS-SLICE-EOF              PIC X(1).
       01  WS-SLICE-LAST-KIND        PIC X(5).
       01  WS-SLICE-HAS-HDR          PIC X(1).
       01  WS-SLICE-FILE-ROWS        PIC S9(9) COMP.
       01  WS-SLICE-TABLE.
           05  WS-SLICE              OCCURS 4 TIMES.
               10  WS-SL-STATE       PIC X(1).
               10  WS-SL-RESUME      PIC X(1).
               10  WS-SL-PART-POS-1  PIC S9(4) COMP.
               10  WS-SL-PART-VALUE-1
                                     PIC X(40).
               10  WS-SL-PART-POS-2  PIC S9(4) COMP.
               10  WS-SL-PART-VALUE-2
                                     PIC X(40).
               10  WS-SL-ROW-COUNT   PIC S9(9) COMP.
               10  WS-SL-SKIP-ROWS   PIC S9(9) COMP.
               10  WS-SL-SINCE-SAVE  PIC S9(9) COMP.
               10  WS-SL-LAST-KEY    PIC X(80).
               10  WS-SL-BIND-VALUES.
                   15  WS-SL-BIND-VALUE
                                     OCCURS 40 TIMES PIC X(80).
               10  WS-SL-BIND-NULL-FLAGS.
                   15  WS-SL-BIND-NULL-FLAG
                                     OCCURS 40 TIMES PIC X(1).
       01  WS-SLICE-ENGINE-NAMES     PIC X(32)
               VALUE "DYNSQL4 DYNSQL42DYNSQL43DYNSQL44".
       01  FILLER REDEFINES WS-SLICE-ENGINE-NAMES.
           05  WS-SLICE-ENGINE       OCCURS 4 TIMES PIC X(8).

       01  SLICE-ROW-RECORD.
           05  SLR-KIND              PIC X(5).
           05  SLR-NULL-FLAGS.
               10  SLR-NULL-FLAG     OCCURS 40 TIMES PIC X(1).
           05  SLR-VALUES            PIC X(3200).

       01  WS-SLICE-IN-NAME.
           05  FILLER                PIC X(9)  VALUE "EXTSLICE.".
           05  WS-SIN-EXTRACT-ID     PIC X(8).
           05  FILLER                PIC X(1)  VALUE ".".
           05  WS-SIN-NR             PIC 9(1).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-SLICE-TMP-NAME.
           05  FILLER                PIC X(9)  VALUE "EXTSLICE.".
           05  WS-STN-EXTRACT-ID     PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".TMP".
       01  WS-SLICE-NAME-1           PIC X(23).
       01  WS-SLICE-NAME-2           PIC X(23).
       01  WS-SLICE-NAME-3           PIC X(23).
       01  WS-SLICE-NAME-4           PIC X(23).
       01  WS-SLICE-CHKPT-ID.
           05  FILLER                PIC X(7)  VALUE "EXTDRVS".
           05  WS-SCI-NR             PIC 9(1).

       01  WS-DLVR-FUNCTION          PIC X(5).
       01  WS-DELIVERY-STATUS        PIC X(1).
       01  WS-GEN-FUNCTION           PIC X(5).
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.
       01  WS-CONNECT-JOB-ID         PIC X(8) VALUE "EXTDRV  ".
       01  WS-GATE-STATUS            PIC X(1).
       01  WS-OPEN-OK                PIC X(1).
       01  WS-DELETE-RC              PIC S9(9) COMP.
       01  WS-CHKPT-FILE-NAME.
       MAIN-PARA.
      * The runner's connection is configured under its own id in
      * CONNDIR.DAT (falling back to the DEFAULT row), whichever
      * extract jobs it goes on to run. The gate is taken under the
      * same id, so a runner pointed at a checked replica waits for
      * that night's replica check.
           CALL "JOBGATE" USING WS-CALLER-ID, WS-CONNECT-JOB-ID,
               WS-GATE-STATUS
           IF WS-GATE-STATUS NOT = "C"
               DISPLAY "EXTDRV: held by JOBGATE (status "
                   WS-GATE-STATUS ") -- nothing run" UPON CONSOLE
               IF WS-GATE-STATUS = "W"
                   MOVE 4             TO RETURN-CODE
               ELSE
                   MOVE 8             TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           CALL "SQLCONN" USING WS-CALLER-ID, WS-CONNECT-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
           CLOSE EXTRACT-CONTROL-FILE

           DISPLAY "EXTDRV: " WS-EXTRACT-COUNT " extract(s) run from "
               "EXTRCTL.DAT, " WS-RETIRED-COUNT " retired skipped"
               UPON CONSOLE

           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
                           IF WS-HAVE-EXTRACT = "Y"
                               PERFORM RUN-EXTRACT-PARA
                           END-IF
                           IF ECT-STATUS = "R"
                               PERFORM SKIP-RETIRED-PARA
                           ELSE
                               MOVE "N"    TO WS-RETIRED-DEFINITION
                               PERFORM START-DEFINITION-PARA
                           END-IF
                       WHEN "SQLTEXT "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM APPEND-SQL-SEGMENT-PARA
                           END-IF
                       WHEN "BINDVAL "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM STORE-BIND-VALUE-PARA
                           END-IF
                       WHEN "PARTITN "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM STORE-PARTITION-PARA
                           END-IF
                   END-EVALUATE
           END-READ.

      * A retired definition stays in the file for EXTMAINT to list
      * and copy; its continuation records are passed over until
      * the next header.
       SKIP-RETIRED-PARA.
           MOVE "Y"                   TO WS-RETIRED-DEFINITION
           ADD 1                      TO WS-RETIRED-COUNT
           DISPLAY ECT-EXTRACT-ID " EXTDRV: retired on "
               ECT-STATUS-DATE " -- skipped" UPON CONSOLE.

       START-DEFINITION-PARA.
           MOVE "Y"                   TO WS-HAVE-EXTRACT
           MOVE ECT-EXTRACT-ID        TO WS-SAVED-EXTRACT-ID
           END-IF
           MOVE ECT-BREAK-COL         TO WS-SAVED-BREAK-COL
           MOVE ECT-AMOUNT-COUNT      TO WS-SAVED-AMOUNT-COUNT
           PERFORM STORE-HIGH-WATER-DEF-PARA
           MOVE ZERO                  TO WS-SLICE-COUNT

           PERFORM STORE-AMOUNT-COLUMN-PARA
               VARYING WS-AMOUNT-IX FROM 1 BY 1
           MOVE SPACES                TO WS-BIND-VALUES
           MOVE ALL "N"               TO WS-BIND-NULL-FLAGS.

      * Blank (a definition from before incremental extracts) or
      * zero is a full extract. A mark that could not be bound or
      * shipped is dropped with a warning and the extract runs full.
       STORE-HIGH-WATER-DEF-PARA.
           MOVE ZERO                  TO WS-SAVED-HWM-COL
           MOVE ZERO                  TO WS-SAVED-HWM-BIND
           MOVE ECT-HWM-TYPE          TO WS-SAVED-HWM-TYPE
           IF ECT-HWM-COL IS NUMERIC
               MOVE ECT-HWM-COL       TO WS-SAVED-HWM-COL
           END-IF
           IF ECT-HWM-BIND IS NUMERIC
               MOVE ECT-HWM-BIND      TO WS-SAVED-HWM-BIND
           END-IF

           IF WS-SAVED-HWM-COL > ZERO
               IF WS-SAVED-HWM-COL > 40
                   OR WS-SAVED-HWM-BIND < 1
                   OR WS-SAVED-HWM-BIND > WS-BIND-COUNT
                   OR WS-SAVED-OUTPUT-MODE NOT = "CSV"
                   OR (WS-SAVED-HWM-TYPE NOT = "N" AND NOT = "C")
                   DISPLAY WS-SAVED-EXTRACT-ID
                       " EXTDRV WARNING: high-water-mark column, bind "
                       "or type unusable (or mode not CSV) -- full "
                       "extract" UPON CONSOLE
                   MOVE ZERO          TO WS-SAVED-HWM-COL
               END-IF
           END-IF.

       STORE-AMOUNT-COLUMN-PARA.
           MOVE ECT-AMOUNT-COL(WS-AMOUNT-IX)
                                 TO WS-SAVED-AMOUNT-COL(WS-AMOUNT-IX)
                   "ignored" UPON CONSOLE
           END-IF.

      * Slices come numbered 1 up, at most one per engine copy; a
      * record out of sequence is dropped, as is a bind position
      * the definition does not have.
       STORE-PARTITION-PARA.
           MOVE EXTRACT-CONTROL-LINE    TO PARTITION-CONTROL-RECORD
           MOVE ZERO                  TO WS-SLICE-IX
           IF PCT-SLICE-NR IS NUMERIC
               MOVE PCT-SLICE-NR      TO WS-SLICE-IX
           END-IF

           IF WS-SLICE-IX = WS-SLICE-COUNT + 1 AND WS-SLICE-IX <= 4
               MOVE WS-SLICE-IX       TO WS-SLICE-COUNT
               MOVE ZERO              TO WS-SL-PART-POS-1(WS-SLICE-IX)
               MOVE ZERO              TO WS-SL-PART-POS-2(WS-SLICE-IX)
               IF PCT-BIND-POS-1 IS NUMERIC
                   MOVE PCT-BIND-POS-1
                                   TO WS-SL-PART-POS-1(WS-SLICE-IX)
               END-IF
               IF PCT-BIND-POS-2 IS NUMERIC
                   MOVE PCT-BIND-POS-2
                                   TO WS-SL-PART-POS-2(WS-SLICE-IX)
               END-IF
               MOVE PCT-BIND-VALUE-1
                                   TO WS-SL-PART-VALUE-1(WS-SLICE-IX)
               MOVE PCT-BIND-VALUE-2
                                   TO WS-SL-PART-VALUE-2(WS-SLICE-IX)
               IF WS-SL-PART-POS-1(WS-SLICE-IX) > WS-BIND-COUNT
                   OR WS-SL-PART-POS-2(WS-SLICE-IX) > WS-BIND-COUNT
                   DISPLAY WS-SAVED-EXTRACT-ID
                       " EXTDRV WARNING: PARTITN bind position past "
                       "the bind count ignored" UPON CONSOLE
                   IF WS-SL-PART-POS-1(WS-SLICE-IX) > WS-BIND-COUNT
                       MOVE ZERO      TO WS-SL-PART-POS-1(WS-SLICE-IX)
                   END-IF
                   IF WS-SL-PART-POS-2(WS-SLICE-IX) > WS-BIND-COUNT
                       MOVE ZERO      TO WS-SL-PART-POS-2(WS-SLICE-IX)
                   END-IF
               END-IF
           ELSE
               DISPLAY WS-SAVED-EXTRACT-ID
                   " EXTDRV WARNING: PARTITN slice out of sequence or "
                   "past 4 ignored" UPON CONSOLE
           END-IF.

       RUN-EXTRACT-PARA.
           ADD 1                      TO WS-EXTRACT-COUNT

           END-IF.

       RUN-ONE-EXTRACT-PARA.
           MOVE "N"                   TO WS-SLICE-RERUN
           IF WS-SLICE-COUNT > ZERO
               PERFORM SURVEY-SLICES-PARA
           ELSE
               PERFORM LOAD-CHECKPOINT-PARA
           END-IF

           MOVE "INIT "               TO WS-GOV-FUNCTION
               WS-STOP-REASON
           MOVE "N"                   TO WS-STOP-FLAG

           PERFORM RESOLVE-BIND-TOKENS-PARA

           MOVE "N"                   TO WS-DELIVERY-STATUS
           MOVE ZERO                  TO WS-FETCH-END-STATUS
           IF WS-SAVED-HWM-COL > ZERO
               PERFORM BIND-HIGH-WATER-PARA
           END-IF

      * -20995 is the shop-reserved "bind token could not be
      * resolved": the token text is never bound in its place.
           EVALUATE TRUE
               WHEN WS-TOKEN-ERROR = "Y"
                   MOVE "N"               TO WS-OPEN-OK
                   DISPLAY WS-SAVED-EXTRACT-ID
                       " EXTDRV WARNING: bind value is not a known "
                       "date token -- extract skipped" UPON CONSOLE
                   MOVE -20995            TO WS-RCBRG-SQLCODE
                   MOVE "TRACK"           TO WS-RCBRG-FUNCTION
                   CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION,
                       WS-RCBRG-SQLCODE
               WHEN WS-SLICE-COUNT > ZERO
                   PERFORM RUN-SLICES-PARA
               WHEN OTHER
                   MOVE "OPEN  "          TO WS-DYN-FUNCTION
                   PERFORM CALL-DYNSQL4-PARA
                   IF WS-DYN-STATUS = ZERO
                       MOVE "Y"           TO WS-OPEN-OK
                       PERFORM WRITE-HEADER-PARA
                       PERFORM FETCH-LOOP-PARA
                       PERFORM END-WRITER-PARA
                       MOVE "CLOSE "      TO WS-DYN-FUNCTION
                       PERFORM CALL-DYNSQL4-PARA
                   ELSE
                       MOVE "N"           TO WS-OPEN-OK
                       DISPLAY WS-SAVED-EXTRACT-ID
                           " EXTDRV WARNING: OPEN failed with status "
                           WS-DYN-STATUS " -- extract skipped"
                           UPON CONSOLE
                   END-IF
           END-EVALUATE

      * SQLRCBRG "SET  " / JOBREG "END  " / "SET  " again -- the
      * ordering SQLRCBRG's header prescribes, done per extract so
      * each JOBREG row carries the worst SQLCODE seen so far.
               END-EVALUATE
           END-IF

           IF WS-SAVED-HWM-COL > ZERO
               PERFORM STORE-HIGH-WATER-PARA
           END-IF

           MOVE "N"                   TO WS-HAVE-EXTRACT.

       LOAD-CHECKPOINT-PARA.
           MOVE "LOAD "               TO WS-CHKPT-FUNCTION
           CALL "CHKPT" USING WS-CHKPT-FUNCTION, WS-CALLER-ID,
               WS-SAVED-JOB-ID, WS-CHKPT-ROW-COUNT,
               WS-CHKPT-RESUME-KEY, WS-CHKPT-FOUND
           IF WS-CHKPT-FOUND = "Y"
      * A control-break report cannot resume mid-group -- the
      * subtotal accumulators died with the abended run -- so a BRK
      * checkpoint is cleared and the report reruns from row one.
               IF WS-SAVED-OUTPUT-MODE = "BRK"
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: BRK "
                       "report cannot resume mid-group -- "
                       "checkpoint cleared, rerunning from row 1"
                       UPON CONSOLE
                   MOVE ZERO          TO WS-RESUME-SKIP-ROWS
                   PERFORM CLEAR-CHECKPOINT-PARA
               ELSE
                   MOVE WS-CHKPT-ROW-COUNT  TO WS-RESUME-SKIP-ROWS
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: checkpoint "
                       "found, appending after the first "
                       WS-RESUME-SKIP-ROWS " row(s)" UPON CONSOLE
               END-IF
           ELSE
               MOVE ZERO              TO WS-RESUME-SKIP-ROWS
           END-IF.

      * Business-date tokens in the bind values become dates just
      * before the OPEN, each one logged to BINDTKLG.DAT. A resume
      * binds the dates the interrupted run logged, so the rows
      * still to come match the rows already written -- and so does
      * a partitioned rerun that keeps any slice of the last run.
       RESOLVE-BIND-TOKENS-PARA.
           MOVE "N"                   TO WS-TOKEN-ERROR
           IF WS-RESUME-SKIP-ROWS > ZERO OR WS-SLICE-RERUN = "Y"
               MOVE "RSUME"           TO WS-TOKEN-FUNCTION
           ELSE
               MOVE "RUN  "           TO WS-TOKEN-FUNCTION
           END-IF
           PERFORM RESOLVE-ONE-TOKEN-PARA
               VARYING WS-BIND-IX FROM 1 BY 1
               UNTIL WS-BIND-IX > WS-BIND-COUNT.

       RESOLVE-ONE-TOKEN-PARA.
           IF WS-BIND-NULL-FLAG(WS-BIND-IX) = "N"
               MOVE WS-BIND-IX        TO WS-TOKEN-POS
               CALL "BINDTOK" USING WS-TOKEN-FUNCTION, WS-CALLER-ID,
                   WS-SAVED-EXTRACT-ID, WS-SAVED-JOB-ID, WS-TOKEN-POS,
                   WS-BIND-VALUE(WS-BIND-IX), WS-TOKEN-STATUS
               IF WS-TOKEN-STATUS = "E"
                   MOVE "Y"           TO WS-TOKEN-ERROR
               END-IF
           END-IF.

      * The mark the last shipped run stored replaces the BINDVAL
      * value in its bind position; with no mark on file (first run,
      * or reset by EXTMAINT) the BINDVAL value itself is the floor
      * and the run is a full reload. Either way that bound value is
      * where the highest-value-fetched tracking starts, so a run
      * that finds nothing newer leaves the mark where it was.
       BIND-HIGH-WATER-PARA.
           MOVE "GET  "               TO WS-HWM-FUNCTION
           MOVE WS-SAVED-EXTRACT-ID   TO HWM-EXTRACT-ID
           CALL "HWMARK" USING WS-HWM-FUNCTION, WS-CALLER-ID,
               HIGH-WATER-MARK-RECORD, WS-HWM-STATUS

           IF WS-HWM-STATUS = "Y"
               MOVE WS-SAVED-HWM-BIND TO WS-BIND-IX
               MOVE HWM-MARK          TO WS-BIND-VALUE(WS-BIND-IX)
               MOVE "N"               TO WS-BIND-NULL-FLAG(WS-BIND-IX)
               DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: incremental from "
                   "high-water mark " FUNCTION TRIM(HWM-MARK)
                   " stored " HWM-SET-DATE UPON CONSOLE
           ELSE
               DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: no high-water "
                   "mark on file -- full reload from the BINDVAL floor"
                   UPON CONSOLE
           END-IF

           MOVE "N"                   TO WS-HWM-SEEN
           MOVE "N"                   TO WS-HWM-ADVANCED
           MOVE SPACES                TO WS-HWM-HIGH
           MOVE ZERO                  TO WS-HWM-HIGH-NUM
           IF WS-BIND-NULL-FLAG(WS-SAVED-HWM-BIND) = "N"
               MOVE WS-BIND-VALUE(WS-SAVED-HWM-BIND)
                                      TO WS-HWM-CANDIDATE
               PERFORM CONSIDER-HIGH-WATER-PARA
               MOVE "N"               TO WS-HWM-ADVANCED
           END-IF.

      * "N" compares as a number, "C" as text -- a timestamp column
      * must be selected in a sortable rendering (YYYY-MM-DD
      * HH24:MI:SS) for text order to be time order.
       CONSIDER-HIGH-WATER-PARA.
           IF WS-HWM-CANDIDATE NOT = SPACES
               IF WS-SAVED-HWM-TYPE = "N"
                   COMPUTE WS-HWM-CANDIDATE-NUM =
                       FUNCTION NUMVAL(WS-HWM-CANDIDATE)
                   IF WS-HWM-SEEN = "N"
                       OR WS-HWM-CANDIDATE-NUM > WS-HWM-HIGH-NUM
                       MOVE WS-HWM-CANDIDATE      TO WS-HWM-HIGH
                       MOVE WS-HWM-CANDIDATE-NUM  TO WS-HWM-HIGH-NUM
                       MOVE "Y"       TO WS-HWM-SEEN
                       MOVE "Y"       TO WS-HWM-ADVANCED
                   END-IF
               ELSE
                   IF WS-HWM-SEEN = "N"
                       OR WS-HWM-CANDIDATE > WS-HWM-HIGH
                       MOVE WS-HWM-CANDIDATE      TO WS-HWM-HIGH
                       MOVE "Y"       TO WS-HWM-SEEN
                       MOVE "Y"       TO WS-HWM-ADVANCED
                   END-IF
               END-IF
           END-IF.

      * The mark moves only when the whole cursor was read (the
      * +100/+1403 not-found, not an error or a governed stop) and
      * DLVRMGR shipped the file; anything else leaves the previous
      * mark on file, so the same rows come back on the next run.
       STORE-HIGH-WATER-PARA.
           EVALUATE TRUE
               WHEN WS-OPEN-OK = "N"
                   OR WS-STOP-FLAG = "Y"
                   OR WS-FETCH-END-STATUS <= ZERO
                   OR WS-DELIVERY-STATUS NOT = "Y"
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: not shipped "
                       "-- high-water mark left as it was" UPON CONSOLE
               WHEN WS-HWM-ADVANCED = "N"
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: nothing "
                       "past the high-water mark -- mark unchanged"
                       UPON CONSOLE
               WHEN OTHER
                   MOVE "SET  "       TO WS-HWM-FUNCTION
                   MOVE WS-SAVED-EXTRACT-ID  TO HWM-EXTRACT-ID
                   MOVE WS-SAVED-HWM-TYPE    TO HWM-MARK-TYPE
                   MOVE WS-HWM-HIGH   TO HWM-MARK
                   MOVE WS-SAVED-JOB-ID      TO HWM-JOB-ID
                   MOVE WS-ROW-COUNT  TO HWM-ROW-COUNT
                   CALL "HWMARK" USING WS-HWM-FUNCTION, WS-CALLER-ID,
                       HIGH-WATER-MARK-RECORD, WS-HWM-STATUS
                   IF WS-HWM-STATUS = "Y"
                       DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: "
                           "high-water mark advanced to "
                           FUNCTION TRIM(WS-HWM-HIGH) UPON CONSOLE
                   ELSE
                       DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV WARNING: "
                           "shipped, but the high-water mark could "
                           "not be stored -- the next run repeats "
                           "these rows"
                           UPON CONSOLE
                   END-IF
           END-EVALUATE.

      * Seal (trailer + manifest) and only then ship; a failed
      * seal or a mismatched trailer leaves the working file in
      * place and nothing downstream ever sees it.
       WRITE-HEADER-PARA.
           MOVE "HEADER"              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           PERFORM START-WRITER-PARA.

      * XSELDV holds the EXTHDR header -- from the engine, or from
      * the first slice file when slices are merged.
       START-WRITER-PARA.
      * The header reads *HDR*;nnnn;... -- the zero-padded column
      * count EXTHDR wrote is the writers' column count too.
           MOVE XSELDV(7:4)           TO WS-HEADER-COUNT-TEXT
                   CALL "BRKRPT" USING WS-WRITER-FUNCTION,
                       WS-SAVED-EXTRACT-ID, WS-BREAK-VALUE,
                       WS-SAVED-AMOUNT-COUNT, WS-AMOUNT-VALUES,
                       WS-AMOUNT-PRECISIONS, WS-AMOUNT-SCALES,
                       WS-ROW-COUNT
           END-EVALUATE.

       FETCH-LOOP-PARA.

           PERFORM FETCH-ONE-ROW-PARA
               UNTIL WS-DYN-STATUS NOT = ZERO
                  OR WS-STOP-FLAG = "Y"
           MOVE WS-DYN-STATUS         TO WS-FETCH-END-STATUS.

      * The high-water column is read before COLMASK can touch it,
      * and on the rows a resume skips as well -- they are part of
      * this run's file.
       FETCH-ONE-ROW-PARA.
           ADD 1                      TO WS-ROW-COUNT

           IF WS-SAVED-HWM-COL > ZERO
               IF SEL-DI(WS-SAVED-HWM-COL) >= ZERO
                   MOVE SEL-DV(WS-SAVED-HWM-COL)  TO WS-HWM-CANDIDATE
                   PERFORM CONSIDER-HIGH-WATER-PARA
               END-IF
           END-IF

           IF WS-ROW-COUNT > WS-RESUME-SKIP-ROWS
               PERFORM EMIT-ROW-PARA
               ADD 1                  TO WS-ROWS-SINCE-SAVE
                   CALL "BRKRPT" USING WS-WRITER-FUNCTION,
                       WS-SAVED-EXTRACT-ID, WS-BREAK-VALUE,
                       WS-SAVED-AMOUNT-COUNT, WS-AMOUNT-VALUES,
                       WS-AMOUNT-PRECISIONS, WS-AMOUNT-SCALES,
                       WS-ROW-COUNT
           END-EVALUATE.

       MOVE-AMOUNT-PARA.
                   CALL "BRKRPT" USING WS-WRITER-FUNCTION,
                       WS-SAVED-EXTRACT-ID, WS-BREAK-VALUE,
                       WS-SAVED-AMOUNT-COUNT, WS-AMOUNT-VALUES,
                       WS-AMOUNT-PRECISIONS, WS-AMOUNT-SCALES,
                       WS-ROW-COUNT
           END-EVALUATE

      * A governed stop saves the resume point; a clean end CLEARS
           MOVE WS-SAVED-JOB-ID       TO WS-CFN-JOB-ID
           CALL "CBL_DELETE_FILE" USING WS-CHKPT-FILE-NAME
               RETURNING WS-DELETE-RC.

      * Which slices a run has left to do: a slice file ending in
      * its *END* record is finished and is not run again; any other
      * slice resumes from its own checkpoint when it has one (and a
      * slice file with its header in it to append to), or starts
      * over. The partitioned path never uses the single-cursor
      * checkpoint.
       SURVEY-SLICES-PARA.
           MOVE ZERO                  TO WS-RESUME-SKIP-ROWS
           PERFORM SURVEY-ONE-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT.

       SURVEY-ONE-SLICE-PARA.
           PERFORM SET-SLICE-NAME-PARA
           MOVE "P"                   TO WS-SL-STATE(WS-SLICE-IX)
           MOVE "N"                   TO WS-SL-RESUME(WS-SLICE-IX)
           MOVE ZERO                  TO WS-SL-SKIP-ROWS(WS-SLICE-IX)
           MOVE ZERO                  TO WS-SL-ROW-COUNT(WS-SLICE-IX)

           MOVE SPACES                TO WS-SLICE-LAST-KIND
           MOVE "N"                   TO WS-SLICE-HAS-HDR
           MOVE ZERO                  TO WS-SLICE-FILE-ROWS
           OPEN INPUT SLICE-IN-FILE
           IF WS-SLICE-STATUS = "00"
               MOVE "N"               TO WS-SLICE-EOF
               PERFORM UNTIL WS-SLICE-EOF = "Y"
                   READ SLICE-IN-FILE INTO SLICE-ROW-RECORD
                       AT END
                           MOVE "Y"   TO WS-SLICE-EOF
                       NOT AT END
                           MOVE SLR-KIND  TO WS-SLICE-LAST-KIND
                           EVALUATE SLR-KIND
                               WHEN "HDR  "
                                   MOVE "Y"   TO WS-SLICE-HAS-HDR
                               WHEN "ROW  "
                                   ADD 1      TO WS-SLICE-FILE-ROWS
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SLICE-IN-FILE
           END-IF

           IF WS-SLICE-LAST-KIND = "*END*"
               MOVE "D"               TO WS-SL-STATE(WS-SLICE-IX)
               MOVE WS-SLICE-FILE-ROWS
                                   TO WS-SL-ROW-COUNT(WS-SLICE-IX)
               MOVE "Y"               TO WS-SLICE-RERUN
               DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: slice " WS-SCI-NR
                   " finished on an earlier run with "
                   WS-SLICE-FILE-ROWS " row(s) -- not rerun"
                   UPON CONSOLE
           ELSE
               MOVE "LOAD "           TO WS-CHKPT-FUNCTION
               CALL "CHKPT" USING WS-CHKPT-FUNCTION, WS-SLICE-CHKPT-ID,
                   WS-SAVED-JOB-ID, WS-CHKPT-ROW-COUNT,
                   WS-CHKPT-RESUME-KEY, WS-CHKPT-FOUND
               IF WS-CHKPT-FOUND = "Y" AND WS-SLICE-HAS-HDR = "Y"
                   MOVE "Y"           TO WS-SL-RESUME(WS-SLICE-IX)
                   MOVE WS-CHKPT-ROW-COUNT
                                   TO WS-SL-SKIP-ROWS(WS-SLICE-IX)
                   MOVE "Y"           TO WS-SLICE-RERUN
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: slice "
                       WS-SCI-NR " checkpoint found, appending after "
                       "the first " WS-CHKPT-ROW-COUNT " row(s)"
                       UPON CONSOLE
               END-IF
           END-IF.

      * Every pending slice's cursor is opened before the first
      * fetch, so the four engine copies work the slices at the
      * same time; the fetches then go round the open cursors one
      * row each until every cursor has ended or WINDGOV says stop.
      * The merge happens only once every slice has ended -- on
      * this run or an earlier one.
       RUN-SLICES-PARA.
           MOVE ZERO                  TO WS-ROW-COUNT
           MOVE ZERO                  TO WS-ACTIVE-SLICES
           PERFORM START-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT

           PERFORM FETCH-SLICE-ROUND-PARA
               UNTIL WS-ACTIVE-SLICES = ZERO
                  OR WS-STOP-FLAG = "Y"

           IF WS-STOP-FLAG = "Y"
               PERFORM STOP-SLICE-PARA
                   VARYING WS-SLICE-IX FROM 1 BY 1
                   UNTIL WS-SLICE-IX > WS-SLICE-COUNT
           END-IF

           MOVE ZERO                  TO WS-SLICES-DONE
           PERFORM COUNT-DONE-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT

           IF WS-SLICES-DONE = WS-SLICE-COUNT
               MOVE "Y"               TO WS-OPEN-OK
               PERFORM MERGE-SLICES-PARA
           ELSE
               MOVE "N"               TO WS-OPEN-OK
               DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: " WS-SLICES-DONE
                   " of " WS-SLICE-COUNT " slice(s) ended -- nothing "
                   "merged; a rerun redoes only the others"
                   UPON CONSOLE
           END-IF.

      * The slice's own copy of the binds, with its PARTITN values
      * laid over the definition's (already token- and high-water-
      * resolved) values.
       START-SLICE-PARA.
           IF WS-SL-STATE(WS-SLICE-IX) = "P"
               PERFORM SET-SLICE-NAME-PARA
               MOVE WS-BIND-VALUES    TO WS-SL-BIND-VALUES(WS-SLICE-IX)
               MOVE WS-BIND-NULL-FLAGS
                                   TO WS-SL-BIND-NULL-FLAGS(WS-SLICE-IX)
               IF WS-SL-PART-POS-1(WS-SLICE-IX) > ZERO
                   MOVE WS-SL-PART-POS-1(WS-SLICE-IX)  TO WS-BIND-IX
                   MOVE WS-SL-PART-VALUE-1(WS-SLICE-IX)
                           TO WS-SL-BIND-VALUE(WS-SLICE-IX, WS-BIND-IX)
                   MOVE "N"
                       TO WS-SL-BIND-NULL-FLAG(WS-SLICE-IX, WS-BIND-IX)
               END-IF
               IF WS-SL-PART-POS-2(WS-SLICE-IX) > ZERO
                   MOVE WS-SL-PART-POS-2(WS-SLICE-IX)  TO WS-BIND-IX
                   MOVE WS-SL-PART-VALUE-2(WS-SLICE-IX)
                           TO WS-SL-BIND-VALUE(WS-SLICE-IX, WS-BIND-IX)
                   MOVE "N"
                       TO WS-SL-BIND-NULL-FLAG(WS-SLICE-IX, WS-BIND-IX)
               END-IF

               MOVE "OPEN  "          TO WS-DYN-FUNCTION
               PERFORM CALL-SLICE-ENGINE-PARA
               IF WS-DYN-STATUS = ZERO
                   MOVE "A"           TO WS-SL-STATE(WS-SLICE-IX)
                   ADD 1              TO WS-ACTIVE-SLICES
                   MOVE ZERO          TO WS-SL-ROW-COUNT(WS-SLICE-IX)
                   MOVE ZERO          TO WS-SL-SINCE-SAVE(WS-SLICE-IX)
                   IF WS-SL-RESUME(WS-SLICE-IX) = "Y"
                       PERFORM RESUME-SLICE-FILE-PARA
                   ELSE
                       PERFORM OPEN-SLICE-FILE-PARA
                       MOVE "HEADER"  TO WS-DYN-FUNCTION
                       PERFORM CALL-SLICE-ENGINE-PARA
                       MOVE "HDR  "   TO SLR-KIND
                       MOVE ALL "N"   TO SLR-NULL-FLAGS
                       MOVE XSELDV    TO SLR-VALUES
                       PERFORM WRITE-SLICE-RECORD-PARA
                   END-IF
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: slice "
                       WS-SCI-NR " opened on "
                       WS-SLICE-ENGINE(WS-SLICE-IX) UPON CONSOLE
               ELSE
                   MOVE "F"           TO WS-SL-STATE(WS-SLICE-IX)
                   DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV WARNING: slice "
                       WS-SCI-NR " OPEN failed with status "
                       WS-DYN-STATUS UPON CONSOLE
               END-IF
           END-IF.

      * Keep the header and exactly the rows the checkpoint counted;
      * whatever was written after the last save is fetched again.
      * A slice file shorter than its checkpoint (the abend beat the
      * buffer to disk) lowers the skip count to what survived.
       RESUME-SLICE-FILE-PARA.
           MOVE ZERO                  TO WS-SLICE-FILE-ROWS
           OPEN INPUT SLICE-IN-FILE
           OPEN OUTPUT SLICE-TMP-FILE
           MOVE "N"                   TO WS-SLICE-EOF
           PERFORM UNTIL WS-SLICE-EOF = "Y"
               READ SLICE-IN-FILE INTO SLICE-ROW-RECORD
                   AT END
                       MOVE "Y"       TO WS-SLICE-EOF
                   NOT AT END
                       IF SLR-KIND = "ROW  "
                           ADD 1      TO WS-SLICE-FILE-ROWS
                       END-IF
                       IF WS-SLICE-FILE-ROWS >
                               WS-SL-SKIP-ROWS(WS-SLICE-IX)
                           MOVE "Y"   TO WS-SLICE-EOF
                       ELSE
                           WRITE SLICE-TMP-LINE FROM SLICE-ROW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLICE-IN-FILE
           CLOSE SLICE-TMP-FILE

           IF WS-SLICE-FILE-ROWS < WS-SL-SKIP-ROWS(WS-SLICE-IX)
               MOVE WS-SLICE-FILE-ROWS
                                   TO WS-SL-SKIP-ROWS(WS-SLICE-IX)
           END-IF

           PERFORM OPEN-SLICE-FILE-PARA
           OPEN INPUT SLICE-TMP-FILE
           MOVE "N"                   TO WS-SLICE-EOF
           PERFORM UNTIL WS-SLICE-EOF = "Y"
               READ SLICE-TMP-FILE INTO SLICE-ROW-RECORD
                   AT END
                       MOVE "Y"       TO WS-SLICE-EOF
                   NOT AT END
                       PERFORM WRITE-SLICE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE SLICE-TMP-FILE
           CALL "CBL_DELETE_FILE" USING WS-SLICE-TMP-NAME
               RETURNING WS-DELETE-RC.

       FETCH-SLICE-ROUND-PARA.
           PERFORM FETCH-SLICE-ROW-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT
                  OR WS-STOP-FLAG = "Y".

       FETCH-SLICE-ROW-PARA.
           IF WS-SL-STATE(WS-SLICE-IX) = "A"
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-SLICE-ENGINE-PARA
               EVALUATE TRUE
                   WHEN WS-DYN-STATUS = ZERO
                       PERFORM KEEP-SLICE-ROW-PARA
                   WHEN WS-DYN-STATUS > ZERO
                       PERFORM END-SLICE-PARA
                   WHEN OTHER
                       PERFORM FAIL-SLICE-PARA
               END-EVALUATE
           END-IF.

      * WINDGOV sees the rows fetched across all the slices.
       KEEP-SLICE-ROW-PARA.
           ADD 1                      TO WS-SL-ROW-COUNT(WS-SLICE-IX)
           ADD 1                      TO WS-ROW-COUNT

           IF WS-SL-ROW-COUNT(WS-SLICE-IX) >
                   WS-SL-SKIP-ROWS(WS-SLICE-IX)
               MOVE "ROW  "           TO SLR-KIND
               MOVE XSELDV            TO SLR-VALUES
               PERFORM FLAG-SLICE-NULL-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 40
               PERFORM WRITE-SLICE-RECORD-PARA
               MOVE SEL-DV(1)         TO WS-SL-LAST-KEY(WS-SLICE-IX)
               ADD 1                  TO WS-SL-SINCE-SAVE(WS-SLICE-IX)
               IF WS-SL-SINCE-SAVE(WS-SLICE-IX) >= WS-CHKPT-INTERVAL
                   PERFORM SAVE-SLICE-CHECKPOINT-PARA
                   MOVE ZERO          TO WS-SL-SINCE-SAVE(WS-SLICE-IX)
               END-IF
           END-IF

           MOVE "CHECK"               TO WS-GOV-FUNCTION
           CALL "WINDGOV" USING WS-GOV-FUNCTION, WS-CALLER-ID,
               WS-SAVED-JOB-ID, WS-ROW-COUNT, WS-STOP-FLAG,
               WS-STOP-REASON.

       FLAG-SLICE-NULL-PARA.
           IF SEL-DI(WS-COL-IX) < ZERO
               MOVE "Y"               TO SLR-NULL-FLAG(WS-COL-IX)
           ELSE
               MOVE "N"               TO SLR-NULL-FLAG(WS-COL-IX)
           END-IF.

      * The cursor read to its end: the *END* record is what tells
      * a rerun this slice is finished, so its checkpoint goes.
       END-SLICE-PARA.
           PERFORM SET-SLICE-NAME-PARA
           MOVE "*END*"               TO SLR-KIND
           MOVE ALL "N"               TO SLR-NULL-FLAGS
           MOVE SPACES                TO SLR-VALUES
           PERFORM WRITE-SLICE-RECORD-PARA
           PERFORM CLOSE-SLICE-FILE-PARA
           MOVE "CLOSE "              TO WS-DYN-FUNCTION
           PERFORM CALL-SLICE-ENGINE-PARA
           MOVE WS-SLICE-CHKPT-ID     TO WS-CFN-PROGRAM-ID
           MOVE WS-SAVED-JOB-ID       TO WS-CFN-JOB-ID
           CALL "CBL_DELETE_FILE" USING WS-CHKPT-FILE-NAME
               RETURNING WS-DELETE-RC
           MOVE "E"                   TO WS-SL-STATE(WS-SLICE-IX)
           SUBTRACT 1                 FROM WS-ACTIVE-SLICES
           DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV: slice " WS-SCI-NR
               " ended, " WS-SL-ROW-COUNT(WS-SLICE-IX) " row(s)"
               UPON CONSOLE.

      * A failed fetch ends only its own slice; its checkpoint stays
      * for the rerun, and the other slices carry on.
       FAIL-SLICE-PARA.
           PERFORM SET-SLICE-NAME-PARA
           DISPLAY WS-SAVED-EXTRACT-ID " EXTDRV WARNING: slice "
               WS-SCI-NR " FETCH failed with status " WS-DYN-STATUS
               " -- left for the rerun" UPON CONSOLE
           PERFORM CLOSE-SLICE-FILE-PARA
           MOVE "CLOSE "              TO WS-DYN-FUNCTION
           PERFORM CALL-SLICE-ENGINE-PARA
           MOVE "F"                   TO WS-SL-STATE(WS-SLICE-IX)
           SUBTRACT 1                 FROM WS-ACTIVE-SLICES.

       STOP-SLICE-PARA.
           IF WS-SL-STATE(WS-SLICE-IX) = "A"
               PERFORM SAVE-SLICE-CHECKPOINT-PARA
               PERFORM CLOSE-SLICE-FILE-PARA
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-SLICE-ENGINE-PARA
               MOVE "S"               TO WS-SL-STATE(WS-SLICE-IX)
               SUBTRACT 1             FROM WS-ACTIVE-SLICES
           END-IF.

       COUNT-DONE-SLICE-PARA.
           IF WS-SL-STATE(WS-SLICE-IX) = "D"
               OR WS-SL-STATE(WS-SLICE-IX) = "E"
               ADD 1                  TO WS-SLICES-DONE
           END-IF.

      * The same never-below-the-resume-point rule as the single
      * cursor's SAVE-CHECKPOINT-PARA, per slice.
       SAVE-SLICE-CHECKPOINT-PARA.
           IF WS-SL-ROW-COUNT(WS-SLICE-IX) >
                   WS-SL-SKIP-ROWS(WS-SLICE-IX)
               PERFORM SET-SLICE-NAME-PARA
               MOVE "SAVE "           TO WS-CHKPT-FUNCTION
               MOVE WS-SL-ROW-COUNT(WS-SLICE-IX)
                                      TO WS-CHKPT-ROW-COUNT
               MOVE WS-SL-LAST-KEY(WS-SLICE-IX)
                                      TO WS-CHKPT-RESUME-KEY
               CALL "CHKPT" USING WS-CHKPT-FUNCTION, WS-SLICE-CHKPT-ID,
                   WS-SAVED-JOB-ID, WS-CHKPT-ROW-COUNT,
                   WS-CHKPT-RESUME-KEY, WS-CHKPT-FOUND
           END-IF.

      * One EXTHDR header -- slice 1's; every slice ran the same
      * statement -- then each slice's rows in slice order through
      * EMIT-ROW-PARA, so masking, the writer, the seal and the ship
      * are exactly those of a single-cursor run. The high-water
      * column is tracked here rather than at fetch time, since a
      * slice finished on an earlier run is only ever read back.
       MERGE-SLICES-PARA.
           MOVE 1                     TO WS-SLICE-IX
           PERFORM SET-SLICE-NAME-PARA
           MOVE SPACES                TO SLICE-ROW-RECORD
           OPEN INPUT SLICE-IN-FILE
           READ SLICE-IN-FILE INTO SLICE-ROW-RECORD
               AT END
                   MOVE SPACES        TO SLICE-ROW-RECORD
           END-READ
           CLOSE SLICE-IN-FILE
           MOVE SLR-VALUES            TO XSELDV
           PERFORM START-WRITER-PARA

           MOVE ZERO                  TO WS-ROW-COUNT
           PERFORM MERGE-ONE-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT
           MOVE 100                   TO WS-FETCH-END-STATUS
           PERFORM END-WRITER-PARA

           PERFORM DELETE-SLICE-FILE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT.

       MERGE-ONE-SLICE-PARA.
           PERFORM SET-SLICE-NAME-PARA
           OPEN INPUT SLICE-IN-FILE
           MOVE "N"                   TO WS-SLICE-EOF
           PERFORM UNTIL WS-SLICE-EOF = "Y"
               READ SLICE-IN-FILE INTO SLICE-ROW-RECORD
                   AT END
                       MOVE "Y"       TO WS-SLICE-EOF
                   NOT AT END
                       IF SLR-KIND = "ROW  "
                           PERFORM MERGE-ROW-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLICE-IN-FILE.

       MERGE-ROW-PARA.
           ADD 1                      TO WS-ROW-COUNT
           MOVE SLR-VALUES            TO XSELDV
           PERFORM UNFLAG-SLICE-NULL-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > 40

           IF WS-SAVED-HWM-COL > ZERO
               IF SEL-DI(WS-SAVED-HWM-COL) >= ZERO
                   MOVE SEL-DV(WS-SAVED-HWM-COL)  TO WS-HWM-CANDIDATE
                   PERFORM CONSIDER-HIGH-WATER-PARA
               END-IF
           END-IF

           PERFORM EMIT-ROW-PARA.

       UNFLAG-SLICE-NULL-PARA.
           IF SLR-NULL-FLAG(WS-COL-IX) = "Y"
               MOVE -1                TO SEL-DI(WS-COL-IX)
           ELSE
               MOVE ZERO              TO SEL-DI(WS-COL-IX)
           END-IF.

       DELETE-SLICE-FILE-PARA.
           PERFORM SET-SLICE-NAME-PARA
           CALL "CBL_DELETE_FILE" USING WS-SLICE-IN-NAME
               RETURNING WS-DELETE-RC.

      * One name per slice: the file-name fields, the CHKPT caller
      * id EXTDRVSn, and the FD the slice's rows are written through.
       SET-SLICE-NAME-PARA.
           MOVE WS-SAVED-EXTRACT-ID   TO WS-SIN-EXTRACT-ID
           MOVE WS-SAVED-EXTRACT-ID   TO WS-STN-EXTRACT-ID
           MOVE WS-SLICE-IX           TO WS-SIN-NR
           MOVE WS-SLICE-IX           TO WS-SCI-NR
           EVALUATE WS-SLICE-IX
               WHEN 1
                   MOVE WS-SLICE-IN-NAME  TO WS-SLICE-NAME-1
               WHEN 2
                   MOVE WS-SLICE-IN-NAME  TO WS-SLICE-NAME-2
               WHEN 3
                   MOVE WS-SLICE-IN-NAME  TO WS-SLICE-NAME-3
               WHEN OTHER
                   MOVE WS-SLICE-IN-NAME  TO WS-SLICE-NAME-4
           END-EVALUATE.

       OPEN-SLICE-FILE-PARA.
           EVALUATE WS-SLICE-IX
               WHEN 1
                   OPEN OUTPUT SLICE-FILE-1
               WHEN 2
                   OPEN OUTPUT SLICE-FILE-2
               WHEN 3
                   OPEN OUTPUT SLICE-FILE-3
               WHEN OTHER
                   OPEN OUTPUT SLICE-FILE-4
           END-EVALUATE.

       WRITE-SLICE-RECORD-PARA.
           EVALUATE WS-SLICE-IX
               WHEN 1
                   WRITE SLICE-LINE-1 FROM SLICE-ROW-RECORD
               WHEN 2
                   WRITE SLICE-LINE-2 FROM SLICE-ROW-RECORD
               WHEN 3
                   WRITE SLICE-LINE-3 FROM SLICE-ROW-RECORD
               WHEN OTHER
                   WRITE SLICE-LINE-4 FROM SLICE-ROW-RECORD
           END-EVALUATE.

       CLOSE-SLICE-FILE-PARA.
           EVALUATE WS-SLICE-IX
               WHEN 1
                   CLOSE SLICE-FILE-1
               WHEN 2
                   CLOSE SLICE-FILE-2
               WHEN 3
                   CLOSE SLICE-FILE-3
               WHEN OTHER
                   CLOSE SLICE-FILE-4
           END-EVALUATE.

      * Slice n runs on engine copy n, each copy with its own cursor
      * and its own SQLTIMER id, and each handed that slice's binds.
       CALL-SLICE-ENGINE-PARA.
           EVALUATE WS-SLICE-IX
               WHEN 1
                   CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
                       WS-SQL-TEXT, WS-BIND-COUNT,
                       WS-SL-BIND-VALUES(1), WS-SL-BIND-NULL-FLAGS(1),
                       XSELDV, XSELDI, WS-FETCH-COUNT,
                       WS-FETCH-ROWS-RETURNED, XSELDV-TABLE,
                       XSELDI-TABLE, WS-CALLER-ID
               WHEN 2
                   CALL "DYNSQL42" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
                       WS-SQL-TEXT, WS-BIND-COUNT,
                       WS-SL-BIND-VALUES(2), WS-SL-BIND-NULL-FLAGS(2),
                       XSELDV, XSELDI, WS-FETCH-COUNT,
                       WS-FETCH-ROWS-RETURNED, XSELDV-TABLE,
                       XSELDI-TABLE, WS-CALLER-ID
               WHEN 3
                   CALL "DYNSQL43" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
                       WS-SQL-TEXT, WS-BIND-COUNT,
                       WS-SL-BIND-VALUES(3), WS-SL-BIND-NULL-FLAGS(3),
                       XSELDV, XSELDI, WS-FETCH-COUNT,
                       WS-FETCH-ROWS-RETURNED, XSELDV-TABLE,
                       XSELDI-TABLE, WS-CALLER-ID
               WHEN OTHER
                   CALL "DYNSQL44" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
                       WS-SQL-TEXT, WS-BIND-COUNT,
                       WS-SL-BIND-VALUES(4), WS-SL-BIND-NULL-FLAGS(4),
                       XSELDV, XSELDI, WS-FETCH-COUNT,
                       WS-FETCH-ROWS-RETURNED, XSELDV-TABLE,
                       XSELDI-TABLE, WS-CALLER-ID
           END-EVALUATE.
