      ***************************************************************
      *                                                             *
      *               E  X  T  M  A  I  N  T                        *
      *                                                             *
      *  Operator utility for EXTRCTL.DAT, the extract-definition   *
      *  file EXTDRV runs and SQLPRFLT pre-flights (COPY EXTCTLLG), *
      *  so a recurring extract is added at the console instead of  *
      *  in a text editor. LIST shows every definition with its SQL *
      *  and whether it is live or retired. ADD prompts for a new   *
      *  extract id, its job id, output mode, the SQL as free text  *
      *  (any number of lines, ended by a blank line), the bind     *
      *  values and -- for a BRK report -- the break and amount     *
      *  columns. CHANGE prompts for the same fields on an existing *
      *  definition, a blank answer keeping what is on file. COPY   *
      *  clones a definition under a new extract id and job id.     *
      *  RETIRE marks one ECT-STATUS "R" with today's date; it      *
      *  stays in the file, but EXTDRV and SQLPRFLT skip it.        *
      *                                                             *
      *  For a CSV extract ADD and CHANGE also ask for the          *
      *  high-water-mark column, the bind that receives the         *
      *  previous mark and the compare type (see extctllg.cob);     *
      *  LIST shows the mark HWMARK holds. RESET drops an extract's *
      *  mark from HWMARK.DAT, so its next run is a full reload     *
      *  from the BINDVAL floor.                                    *
      *                                                             *
      *  ADD and CHANGE also ask how many parallel slices the       *
      *  extract runs as (0 for none, or 2-4) and, per slice, the   *
      *  one or two bind positions it overrides and their values -- *
      *  the "PARTITN " records of extctllg.cob; LIST shows them.   *
      *  The slices' bind positions must fall within the bind       *
      *  count.                                                     *
      *                                                             *
      *  The SQL is cut into 70-byte SQLTEXT segments here, at a    *
      *  space, so that EXTDRV's right-trim-and-join-with-one-space *
      *  rebuilds exactly the statement that was typed; a single    *
      *  word longer than 70 bytes cannot be cut that way and is    *
      *  refused. ECT-BIND-COUNT is set from the BINDVAL records    *
      *  written, never typed separately.                           *
      *                                                             *
      *  Nothing is saved until the definition passes:              *
      *  ECT-OUTPUT-MODE is CSV, BRK or JSN; there is one BINDVAL   *
      *  record for every bind position and none beyond; DYNSQL4's  *
      *  "PREP  " (PREPARE/DESCRIBE only, through the SQLCONN       *
      *  connection) accepts the statement and finds the same       *
      *  number of binds; and for BRK the break column and every    *
      *  amount column fall within the select list's column count,  *
      *  with no amount scale above its precision; an incremental   *
      *  extract is CSV, its mark column is in the select list, its *
      *  mark bind within the bind count. Every finding is shown on *
      *  the console and the file is left as it was.                *
      *                                                             *
      *  ADD, CHANGE, COPY and RETIRE sign on through OPAUDIT and   *
      *  append the header and the start of the SQL, before and     *
      *  after, to OPAUDIT.DAT; RESET signs on the same way and     *
      *  logs the dropped mark row. The file is rewritten whole     *
      *  from memory, like ORAFLAGS.DAT under OFPMAINT; a load that *
      *  overflows the line or definition table refuses to rewrite  *
      *  rather than drop what did not fit. Only the definition     *
      *  being changed is regenerated, so a record kind the readers *
      *  do not know is dropped from that one definition only.      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Prompt for, validate, list and    *
      *              write back a definition's "PARTITN " slice     *
      *              records, which a CHANGE used to drop.          *
      *   sysmaint   2026/10/15 - Prompt for and validate a CSV     *
      *              extract's high-water-mark column, bind and     *
      *              type; LIST shows the stored mark; added RESET  *
      *              to drop an extract's mark, signed on and       *
      *              audited through OPAUDIT.                       *
      *   sysmaint   2026/10/15 - Check every bind value that       *
      *              starts with "&" against BINDTOK's              *
      *              business-date tokens before saving.            *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CONTROL-FILE
               ASSIGN TO "EXTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       COPY EXTCTLLG.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-ABORT                  PIC X(1)  VALUE "N".
       01  WS-FUNCTION               PIC X(8).
       01  WS-TODAY                  PIC X(8).

       01  WS-MAX-LINES              PIC S9(9) COMP VALUE 3000.
       01  WS-MAX-DEFS               PIC S9(9) COMP VALUE 300.
       01  WS-TABLE-OVERFLOW         PIC X(1)  VALUE "N".
       01  WS-LINE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-LINE-IX                PIC S9(9) COMP.
       01  WS-PREFIX-LAST            PIC S9(9) COMP.
       01  WS-LINE-TABLE.
           05  WS-LINE               OCCURS 3000 TIMES PIC X(100).
       01  WS-DEF-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-DEF-IX                 PIC S9(9) COMP.
       01  WS-FOUND-DEF-IX           PIC S9(9) COMP.
       01  WS-TARGET-DEF-IX          PIC S9(9) COMP VALUE ZERO.
       01  WS-APPEND-WORK            PIC X(1)  VALUE "N".
       01  WS-DEF-TABLE.
           05  WS-DEF-ENTRY          OCCURS 300 TIMES.
               10  WS-DEF-EXTRACT-ID PIC X(8).
               10  WS-DEF-FIRST-LINE PIC S9(9) COMP.
               10  WS-DEF-LAST-LINE  PIC S9(9) COMP.
       01  WS-LIVE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-RETIRED-COUNT          PIC S9(9) COMP VALUE ZERO.

      * The definition being worked on: the header sits in
      * EXTRACT-CONTROL-RECORD, the SQL in the segment table exactly
      * as it is (or will be) written, the binds in the DYNSQL4 bind
      * tables below.
       01  WS-MAX-SEGMENTS           PIC S9(9) COMP VALUE 60.
       01  WS-SEGMENT-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-SEGMENT-OVERFLOW       PIC X(1)  VALUE "N".
       01  WS-SEG-IX                 PIC S9(9) COMP.
       01  WS-SEGMENT-TABLE.
           05  WS-SEGMENT            OCCURS 60 TIMES PIC X(70).
       01  WS-BIND-TYPES.
           05  WS-BIND-TYPE          OCCURS 40 TIMES PIC X(1).
       01  WS-BIND-PRESENTS.
           05  WS-BIND-PRESENT       OCCURS 40 TIMES PIC X(1).
       01  WS-BIND-STRAY-COUNT       PIC S9(9) COMP VALUE ZERO.
       01  WS-BIND-IX                PIC S9(9) COMP.
       01  WS-AMOUNT-IX              PIC S9(9) COMP.
       01  WS-TOKEN-FUNCTION         PIC X(5).
       01  WS-TOKEN-POS              PIC S9(4) COMP.
       01  WS-TOKEN-VALUE            PIC X(80).
       01  WS-TOKEN-STATUS           PIC X(1).
       01  WS-SLICE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-SLICE-STRAY-COUNT      PIC S9(9) COMP VALUE ZERO.
       01  WS-SLICE-IX               PIC S9(9) COMP.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-LINE         OCCURS 4 TIMES PIC X(100).

       COPY HWMARKLG.
       01  WS-HWM-FUNCTION           PIC X(5).
       01  WS-HWM-STATUS             PIC X(1).

       01  WS-INPUT-EXTRACT-ID       PIC X(8).
       01  WS-INPUT-JOB-ID           PIC X(8).
       01  WS-INPUT-MODE             PIC X(3).
       01  WS-INPUT-NUMBER           PIC X(4).
       01  WS-INPUT-FLAG             PIC X(4).
       01  WS-INPUT-LINE             PIC X(256).
       01  WS-NUMBER-TEXT            PIC X(4).
       01  WS-NUMBER-LEN             PIC S9(9) COMP.
       01  WS-NUMBER-VALID           PIC X(1).
       01  WS-NUMBER                 PIC S9(9) COMP.
       01  WS-DISPLAY-POS            PIC 9(2).

       01  WS-INPUT-TEXT             PIC X(2000).
       01  WS-INPUT-PTR              PIC S9(9) COMP.
       01  WS-INPUT-LEN              PIC S9(9) COMP.
       01  WS-INPUT-DONE             PIC X(1).
       01  WS-INPUT-TOO-LONG         PIC X(1).
       01  WS-INPUT-LINE-FULL        PIC X(1).
       01  WS-LINE-LEN               PIC S9(9) COMP.
       01  WS-SEG-START              PIC S9(9) COMP.
       01  WS-SEG-REMAIN             PIC S9(9) COMP.
       01  WS-SEG-BREAK              PIC S9(9) COMP.
       01  WS-CHAR-IX                PIC S9(9) COMP.

       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-SEGMENT-LEN            PIC S9(9) COMP.
       01  WS-JOIN-OVERFLOW          PIC X(1).

       01  WS-FINDING-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-FINDING-DETAIL         PIC X(80).
       01  WS-COLUMN-COUNT           PIC S9(9) COMP.
       01  WS-HEADER-COUNT-TEXT      PIC X(4).
       01  WS-STATUS-TEXT            PIC -9(9).
       01  WS-WANTED-TEXT            PIC 9(4).
       01  WS-QUEUED-TEXT            PIC 9(4).

      * DYNSQL4 linkage set -- the full 13-item list, in the order
      * the engine's PROCEDURE DIVISION declares it.
       01  WS-DYN-FUNCTION           PIC X(6).
       01  WS-DYN-STATUS             PIC S9(9) COMP.
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
       01  WS-CALLER-ID              PIC X(8) VALUE "EXTMAINT".
       01  WS-CONNECT-JOB-ID         PIC X(8) VALUE "EXTMAINT".
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.
       01  WS-CONNECTED              PIC X(1)  VALUE "N".

       COPY OPAUDLG.
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).
       01  WS-AUDIT-IMAGE.
           05  WS-AI-HEADER          PIC X(100).
           05  WS-AI-SQL-TEXT        PIC X(220).
       01  WS-BEFORE-IMAGE           PIC X(320).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "EXTMAINT: enter function (LIST, ADD, CHANGE, "
               "COPY, RETIRE, RESET)" UPON CONSOLE
           ACCEPT WS-FUNCTION FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY

           PERFORM LOAD-TABLE-PARA
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "EXTMAINT WARNING: EXTRCTL.DAT has more than "
                   WS-MAX-LINES " lines or " WS-MAX-DEFS
                   " definitions -- only those that fit were loaded"
                   UPON CONSOLE
           END-IF

           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   PERFORM LIST-PARA
               WHEN "ADD"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "CHANGE"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "COPY"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "RETIRE"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "RESET"
                   PERFORM RESET-MARK-PARA
               WHEN OTHER
                   DISPLAY "EXTMAINT: unrecognized function "
                       WS-FUNCTION UPON CONSOLE
           END-EVALUATE

           STOP RUN.

      * Lines ahead of the first EXTRACT header are kept as they
      * are; every header opens a definition that runs to the line
      * before the next one.
       LOAD-TABLE-PARA.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ EXTRACT-CONTROL-FILE
                       AT END
                           MOVE "Y"         TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.

       STORE-LINE-PARA.
           IF WS-LINE-COUNT < WS-MAX-LINES
               ADD 1                   TO WS-LINE-COUNT
               MOVE EXTRACT-CONTROL-LINE  TO WS-LINE(WS-LINE-COUNT)
               MOVE EXTRACT-CONTROL-LINE  TO EXTRACT-CONTROL-RECORD
               IF ECT-KIND = "EXTRACT "
                   IF WS-DEF-COUNT < WS-MAX-DEFS
                       ADD 1           TO WS-DEF-COUNT
                       MOVE ECT-EXTRACT-ID
                                 TO WS-DEF-EXTRACT-ID(WS-DEF-COUNT)
                       MOVE WS-LINE-COUNT
                                 TO WS-DEF-FIRST-LINE(WS-DEF-COUNT)
                       MOVE WS-LINE-COUNT
                                 TO WS-DEF-LAST-LINE(WS-DEF-COUNT)
                   ELSE
                       MOVE "Y"        TO WS-TABLE-OVERFLOW
                   END-IF
               ELSE
                   IF WS-DEF-COUNT > ZERO
                       MOVE WS-LINE-COUNT
                                 TO WS-DEF-LAST-LINE(WS-DEF-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE "Y"                TO WS-TABLE-OVERFLOW
           END-IF.

      *---------------------------------------------------------------
      *    LIST -- every definition, its state and its SQL.
      *---------------------------------------------------------------
       LIST-PARA.
           PERFORM LIST-DEFINITION-PARA
               VARYING WS-DEF-IX FROM 1 BY 1
               UNTIL WS-DEF-IX > WS-DEF-COUNT

           DISPLAY "EXTMAINT: " WS-DEF-COUNT " definition(s), "
               WS-LIVE-COUNT " live, " WS-RETIRED-COUNT " retired"
               UPON CONSOLE.

       LIST-DEFINITION-PARA.
           MOVE WS-DEF-IX              TO WS-FOUND-DEF-IX
           PERFORM LOAD-DEFINITION-PARA
           IF ECT-STATUS = "R"
               ADD 1                   TO WS-RETIRED-COUNT
               DISPLAY ECT-EXTRACT-ID " job " ECT-JOB-ID " "
                   ECT-OUTPUT-MODE " binds " ECT-BIND-COUNT
                   " RETIRED " ECT-STATUS-DATE UPON CONSOLE
           ELSE
               ADD 1                   TO WS-LIVE-COUNT
               DISPLAY ECT-EXTRACT-ID " job " ECT-JOB-ID " "
                   ECT-OUTPUT-MODE " binds " ECT-BIND-COUNT
                   " LIVE" UPON CONSOLE
           END-IF
           IF ECT-HWM-COL IS NUMERIC AND ECT-HWM-COL > ZERO
               PERFORM LIST-MARK-PARA
           END-IF
           PERFORM LIST-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT
           PERFORM LIST-SEGMENT-PARA
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEGMENT-COUNT.

       LIST-MARK-PARA.
           MOVE "GET  "                TO WS-HWM-FUNCTION
           MOVE ECT-EXTRACT-ID         TO HWM-EXTRACT-ID
           CALL "HWMARK" USING WS-HWM-FUNCTION, WS-CALLER-ID,
               HIGH-WATER-MARK-RECORD, WS-HWM-STATUS
           IF WS-HWM-STATUS = "Y"
               DISPLAY "    incremental on column " ECT-HWM-COL
                   " into bind " ECT-HWM-BIND " type " ECT-HWM-TYPE
                   ", mark " FUNCTION TRIM(HWM-MARK) " stored "
                   HWM-SET-DATE UPON CONSOLE
           ELSE
               DISPLAY "    incremental on column " ECT-HWM-COL
                   " into bind " ECT-HWM-BIND " type " ECT-HWM-TYPE
                   ", no mark yet (next run is a full reload)"
                   UPON CONSOLE
           END-IF.

       LIST-SLICE-PARA.
           MOVE WS-SLICE-LINE(WS-SLICE-IX)
                                       TO PARTITION-CONTROL-RECORD
           IF PCT-BIND-POS-2 IS NUMERIC AND PCT-BIND-POS-2 > ZERO
               DISPLAY "    slice " PCT-SLICE-NR ": bind "
                   PCT-BIND-POS-1 " = " FUNCTION TRIM(PCT-BIND-VALUE-1)
                   ", bind " PCT-BIND-POS-2 " = "
                   FUNCTION TRIM(PCT-BIND-VALUE-2) UPON CONSOLE
           ELSE
               DISPLAY "    slice " PCT-SLICE-NR ": bind "
                   PCT-BIND-POS-1 " = " FUNCTION TRIM(PCT-BIND-VALUE-1)
                   UPON CONSOLE
           END-IF.

       LIST-SEGMENT-PARA.
           DISPLAY "    " WS-SEGMENT(WS-SEG-IX) UPON CONSOLE.

      *---------------------------------------------------------------
      *    ADD/CHANGE/COPY/RETIRE rewrite EXTRCTL.DAT from the
      *    in-memory table, so a load that overflowed it must refuse
      *    to rewrite -- otherwise the lines past the table would be
      *    silently destroyed.
      *---------------------------------------------------------------
       GUARDED-MAINTAIN-PARA.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "EXTMAINT ERROR: EXTRCTL.DAT is larger than "
                   "the table -- split it by hand before maintaining, "
                   "nothing was changed" UPON CONSOLE
           ELSE
               PERFORM MAINTAIN-DEFINITION-PARA
           END-IF.

       MAINTAIN-DEFINITION-PARA.
           MOVE "N"                    TO WS-ABORT
           MOVE SPACES                 TO WS-BEFORE-IMAGE

           DISPLAY "EXTMAINT: enter extract id" UPON CONSOLE
           MOVE SPACES                 TO WS-INPUT-EXTRACT-ID
           ACCEPT WS-INPUT-EXTRACT-ID FROM CONSOLE
           PERFORM FIND-DEFINITION-PARA

           IF WS-INPUT-EXTRACT-ID = SPACES
               DISPLAY "EXTMAINT: an extract id is required"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N" AND WS-FUNCTION = "ADD"
               AND WS-FOUND-DEF-IX > ZERO
               DISPLAY "EXTMAINT: extract " WS-INPUT-EXTRACT-ID
                   " is already defined, use CHANGE instead"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N" AND WS-FUNCTION NOT = "ADD"
               AND WS-FOUND-DEF-IX = ZERO
               DISPLAY "EXTMAINT: extract " WS-INPUT-EXTRACT-ID
                   " is not defined" UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               EVALUATE WS-FUNCTION
                   WHEN "ADD"
                       PERFORM ADD-DEFINITION-PARA
                   WHEN "CHANGE"
                       PERFORM CHANGE-DEFINITION-PARA
                   WHEN "COPY"
                       PERFORM COPY-DEFINITION-PARA
                   WHEN "RETIRE"
                       PERFORM RETIRE-DEFINITION-PARA
               END-EVALUATE
           END-IF

           IF WS-ABORT = "N" AND WS-FUNCTION NOT = "RETIRE"
               PERFORM VALIDATE-DEFINITION-PARA
           END-IF

           IF WS-ABORT = "N"
               PERFORM SIGN-ON-PARA
           END-IF

           IF WS-ABORT = "N"
               PERFORM REWRITE-FILE-PARA
               PERFORM AUDIT-CHANGE-PARA
               DISPLAY "EXTMAINT: " WS-FUNCTION " of extract "
                   ECT-EXTRACT-ID " complete" UPON CONSOLE
           END-IF.

       FIND-DEFINITION-PARA.
           MOVE ZERO                   TO WS-FOUND-DEF-IX
           PERFORM VARYING WS-DEF-IX FROM 1 BY 1
                   UNTIL WS-DEF-IX > WS-DEF-COUNT
               IF WS-DEF-EXTRACT-ID(WS-DEF-IX) = WS-INPUT-EXTRACT-ID
                   MOVE WS-DEF-IX        TO WS-FOUND-DEF-IX
               END-IF
           END-PERFORM.

      * Header, SQL segments and binds of definition WS-FOUND-DEF-IX
      * into the work areas. A BINDVAL record outside 1-40 or for a
      * position already seen is counted, not stored.
       LOAD-DEFINITION-PARA.
           MOVE WS-LINE(WS-DEF-FIRST-LINE(WS-FOUND-DEF-IX))
                                       TO EXTRACT-CONTROL-RECORD
           PERFORM CLEAR-SEGMENTS-PARA
           PERFORM CLEAR-BINDS-PARA
           PERFORM CLEAR-SLICES-PARA
           COMPUTE WS-LINE-IX = WS-DEF-FIRST-LINE(WS-FOUND-DEF-IX) + 1
           PERFORM LOAD-DEFINITION-LINE-PARA
               VARYING WS-LINE-IX FROM WS-LINE-IX BY 1
               UNTIL WS-LINE-IX > WS-DEF-LAST-LINE(WS-FOUND-DEF-IX).

       LOAD-DEFINITION-LINE-PARA.
           MOVE WS-LINE(WS-LINE-IX)    TO SQL-TEXT-CONTROL-RECORD
           EVALUATE SCT-KIND
               WHEN "SQLTEXT "
                   IF WS-SEGMENT-COUNT < WS-MAX-SEGMENTS
                       ADD 1            TO WS-SEGMENT-COUNT
                       MOVE SCT-SEGMENT-TEXT
                                 TO WS-SEGMENT(WS-SEGMENT-COUNT)
                   ELSE
                       MOVE "Y"         TO WS-SEGMENT-OVERFLOW
                   END-IF
               WHEN "BINDVAL "
                   MOVE WS-LINE(WS-LINE-IX)  TO BIND-CONTROL-RECORD
                   MOVE ZERO            TO WS-BIND-IX
                   IF BCT-BIND-POS IS NUMERIC
                       MOVE BCT-BIND-POS  TO WS-BIND-IX
                   END-IF
                   IF WS-BIND-IX > ZERO AND WS-BIND-IX <= 40
                       AND WS-BIND-PRESENT(WS-BIND-IX) = "N"
                       MOVE "Y"      TO WS-BIND-PRESENT(WS-BIND-IX)
                       MOVE BCT-BIND-VALUE
                                     TO WS-BIND-VALUE(WS-BIND-IX)
                       MOVE BCT-NULL-FLAG
                                     TO WS-BIND-NULL-FLAG(WS-BIND-IX)
                       MOVE BCT-BIND-TYPE
                                     TO WS-BIND-TYPE(WS-BIND-IX)
                   ELSE
                       ADD 1            TO WS-BIND-STRAY-COUNT
                   END-IF
               WHEN "PARTITN "
                   MOVE WS-LINE(WS-LINE-IX)  TO PARTITION-CONTROL-RECORD
                   IF PCT-SLICE-NR IS NUMERIC
                       AND PCT-SLICE-NR = WS-SLICE-COUNT + 1
                       AND PCT-SLICE-NR <= 4
                       ADD 1            TO WS-SLICE-COUNT
                       MOVE PARTITION-CONTROL-RECORD
                                 TO WS-SLICE-LINE(WS-SLICE-COUNT)
                   ELSE
                       ADD 1            TO WS-SLICE-STRAY-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-SEGMENTS-PARA.
           MOVE ZERO                   TO WS-SEGMENT-COUNT
           MOVE "N"                    TO WS-SEGMENT-OVERFLOW
           MOVE SPACES                 TO WS-SEGMENT-TABLE.

       CLEAR-BINDS-PARA.
           MOVE ZERO                   TO WS-BIND-STRAY-COUNT
           MOVE SPACES                 TO WS-BIND-VALUES
           MOVE ALL "N"                TO WS-BIND-NULL-FLAGS
           MOVE SPACES                 TO WS-BIND-TYPES
           MOVE ALL "N"                TO WS-BIND-PRESENTS.

       CLEAR-SLICES-PARA.
           MOVE ZERO                   TO WS-SLICE-COUNT
           MOVE ZERO                   TO WS-SLICE-STRAY-COUNT
           MOVE SPACES                 TO WS-SLICE-TABLE.

      *---------------------------------------------------------------
      *    ADD -- every field prompted, nothing kept.
      *---------------------------------------------------------------
       ADD-DEFINITION-PARA.
           MOVE SPACES                 TO EXTRACT-CONTROL-RECORD
           MOVE "EXTRACT "             TO ECT-KIND
           MOVE WS-INPUT-EXTRACT-ID    TO ECT-EXTRACT-ID
           MOVE ZERO                   TO ECT-BIND-COUNT
           PERFORM CLEAR-BREAK-PARA
           PERFORM CLEAR-HIGH-WATER-PARA
           PERFORM CLEAR-SEGMENTS-PARA
           PERFORM CLEAR-BINDS-PARA
           PERFORM CLEAR-SLICES-PARA
           PERFORM PROMPT-FIELDS-PARA.

      *---------------------------------------------------------------
      *    CHANGE -- every field prompted, a blank answer keeps what
      *    is on file.
      *---------------------------------------------------------------
       CHANGE-DEFINITION-PARA.
           PERFORM LOAD-DEFINITION-PARA
           PERFORM BUILD-AUDIT-IMAGE-PARA
           MOVE WS-AUDIT-IMAGE         TO WS-BEFORE-IMAGE
           MOVE WS-FOUND-DEF-IX        TO WS-TARGET-DEF-IX
           PERFORM PROMPT-FIELDS-PARA.

      *---------------------------------------------------------------
      *    COPY -- the definition as it stands under a new extract id
      *    and job id, live whatever the state of the original.
      *---------------------------------------------------------------
       COPY-DEFINITION-PARA.
           PERFORM LOAD-DEFINITION-PARA

           DISPLAY "EXTMAINT: enter the new extract id" UPON CONSOLE
           MOVE SPACES                 TO WS-INPUT-EXTRACT-ID
           ACCEPT WS-INPUT-EXTRACT-ID FROM CONSOLE
           PERFORM FIND-DEFINITION-PARA
           IF WS-INPUT-EXTRACT-ID = SPACES
               OR WS-FOUND-DEF-IX > ZERO
               DISPLAY "EXTMAINT: the new extract id must be given "
                   "and not already defined" UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               MOVE WS-INPUT-EXTRACT-ID  TO ECT-EXTRACT-ID
               MOVE SPACES              TO ECT-STATUS
               MOVE SPACES              TO ECT-STATUS-DATE
               MOVE "Y"                 TO WS-APPEND-WORK
               DISPLAY "EXTMAINT: enter the new job id" UPON CONSOLE
               MOVE SPACES              TO WS-INPUT-JOB-ID
               ACCEPT WS-INPUT-JOB-ID FROM CONSOLE
               IF WS-INPUT-JOB-ID = SPACES
                   DISPLAY "EXTMAINT: a job id is required"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               ELSE
                   MOVE WS-INPUT-JOB-ID  TO ECT-JOB-ID
               END-IF
           END-IF.

      *---------------------------------------------------------------
      *    RETIRE -- only the header line changes; the definition's
      *    other lines are written back exactly as they were read.
      *---------------------------------------------------------------
       RETIRE-DEFINITION-PARA.
           PERFORM LOAD-DEFINITION-PARA
           IF ECT-STATUS = "R"
               DISPLAY "EXTMAINT: extract " ECT-EXTRACT-ID
                   " was already retired on " ECT-STATUS-DATE
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           ELSE
               PERFORM BUILD-AUDIT-IMAGE-PARA
               MOVE WS-AUDIT-IMAGE      TO WS-BEFORE-IMAGE
               MOVE "R"                 TO ECT-STATUS
               MOVE WS-TODAY            TO ECT-STATUS-DATE
               MOVE WS-DEF-FIRST-LINE(WS-FOUND-DEF-IX)  TO WS-LINE-IX
               MOVE EXTRACT-CONTROL-RECORD  TO WS-LINE(WS-LINE-IX)
           END-IF.

       PROMPT-FIELDS-PARA.
           PERFORM PROMPT-JOB-PARA
           IF WS-ABORT = "N"
               PERFORM PROMPT-MODE-PARA
           END-IF
           IF WS-ABORT = "N"
               PERFORM PROMPT-SQL-PARA
           END-IF
           IF WS-ABORT = "N"
               PERFORM PROMPT-BINDS-PARA
           END-IF
           IF WS-ABORT = "N" AND ECT-OUTPUT-MODE = "BRK"
               PERFORM PROMPT-BREAK-PARA
           END-IF
           IF WS-ABORT = "N" AND ECT-OUTPUT-MODE = "CSV"
               PERFORM PROMPT-HIGH-WATER-PARA
           END-IF
           IF WS-ABORT = "N"
               PERFORM PROMPT-SLICES-PARA
           END-IF
           IF WS-FUNCTION = "ADD"
               MOVE "Y"                 TO WS-APPEND-WORK
           END-IF.

       PROMPT-JOB-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter job id (blank keeps "
                   ECT-JOB-ID ")" UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter job id" UPON CONSOLE
           END-IF
           MOVE SPACES                 TO WS-INPUT-JOB-ID
           ACCEPT WS-INPUT-JOB-ID FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-INPUT-JOB-ID NOT = SPACES
                   MOVE WS-INPUT-JOB-ID  TO ECT-JOB-ID
               WHEN WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EXTMAINT: a job id is required"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE.

      * A mode other than BRK carries no break or amount columns.
       PROMPT-MODE-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter output mode CSV, BRK or JSN "
                   "(blank keeps " ECT-OUTPUT-MODE ")" UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter output mode CSV, BRK or JSN"
                   UPON CONSOLE
           END-IF
           MOVE SPACES                 TO WS-INPUT-MODE
           ACCEPT WS-INPUT-MODE FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-INPUT-MODE = "CSV" OR "BRK" OR "JSN"
                   MOVE WS-INPUT-MODE    TO ECT-OUTPUT-MODE
               WHEN WS-INPUT-MODE = SPACES AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EXTMAINT: output mode must be CSV, BRK "
                       "or JSN" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE
           IF ECT-OUTPUT-MODE NOT = "BRK"
               PERFORM CLEAR-BREAK-PARA
           END-IF
           IF ECT-OUTPUT-MODE NOT = "CSV"
               PERFORM CLEAR-HIGH-WATER-PARA
           END-IF.

       CLEAR-BREAK-PARA.
           MOVE ZERO                   TO ECT-BREAK-COL
           MOVE ZERO                   TO ECT-AMOUNT-COUNT
           MOVE ZEROS                  TO ECT-AMOUNT-COLS
           MOVE ZEROS                  TO ECT-AMOUNT-PRECS
           MOVE ZEROS                  TO ECT-AMOUNT-SCLS.

      * Free text, as many lines as it takes, each right-trimmed and
      * joined with one space; a blank line ends it.
       PROMPT-SQL-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter the SQL statement, ended by a "
                   "blank line (a blank first line keeps it)"
                   UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter the SQL statement, ended by a "
                   "blank line" UPON CONSOLE
           END-IF
           MOVE SPACES                 TO WS-INPUT-TEXT
           MOVE 1                      TO WS-INPUT-PTR
           MOVE "N"                    TO WS-INPUT-DONE
           MOVE "N"                    TO WS-INPUT-TOO-LONG
           MOVE "N"                    TO WS-INPUT-LINE-FULL
           PERFORM ACCEPT-SQL-LINE-PARA UNTIL WS-INPUT-DONE = "Y"

           EVALUATE TRUE
               WHEN WS-INPUT-TOO-LONG = "Y"
                   DISPLAY "EXTMAINT: SQL text exceeds the 2000-byte "
                       "statement" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               WHEN WS-INPUT-LINE-FULL = "Y"
                   DISPLAY "EXTMAINT: an SQL line is longer than 255 "
                       "bytes -- break it over more lines" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               WHEN WS-INPUT-PTR = 1 AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN WS-INPUT-PTR = 1
                   DISPLAY "EXTMAINT: an SQL statement is required"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               WHEN OTHER
                   COMPUTE WS-INPUT-LEN = WS-INPUT-PTR - 2
                   PERFORM SEGMENT-SQL-PARA
           END-EVALUATE.

       ACCEPT-SQL-LINE-PARA.
           MOVE SPACES                 TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE FROM CONSOLE
           IF WS-INPUT-LINE = SPACES
               MOVE "Y"                 TO WS-INPUT-DONE
           ELSE
               COMPUTE WS-LINE-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   WS-INPUT-LINE, TRAILING))
      * A line that fills the whole input area was cut by ACCEPT.
               IF WS-LINE-LEN >= 256
                   MOVE "Y"             TO WS-INPUT-LINE-FULL
               END-IF
               IF WS-INPUT-PTR + WS-LINE-LEN <= 2000
                   STRING WS-INPUT-LINE(1:WS-LINE-LEN)
                                                       DELIMITED SIZE
                          " "                          DELIMITED SIZE
                       INTO WS-INPUT-TEXT
                       WITH POINTER WS-INPUT-PTR
               ELSE
                   MOVE "Y"             TO WS-INPUT-TOO-LONG
               END-IF
           END-IF.

      * Each segment ends on the last non-blank byte before a space
      * within 70 bytes; that one space is dropped, because the
      * reader puts exactly one space back between segments, and
      * any further spaces lead the next segment, where the reader
      * keeps them.
       SEGMENT-SQL-PARA.
           PERFORM CLEAR-SEGMENTS-PARA
           MOVE 1                      TO WS-SEG-START
           PERFORM SEGMENT-ONE-PARA
               UNTIL WS-SEG-START > WS-INPUT-LEN
                  OR WS-ABORT = "Y".

       SEGMENT-ONE-PARA.
           COMPUTE WS-SEG-REMAIN = WS-INPUT-LEN - WS-SEG-START + 1
           IF WS-SEG-REMAIN <= 70
               MOVE WS-SEG-REMAIN       TO WS-SEGMENT-LEN
               COMPUTE WS-SEG-BREAK = WS-INPUT-LEN + 1
           ELSE
               MOVE ZERO                TO WS-SEG-BREAK
               COMPUTE WS-CHAR-IX = WS-SEG-START + 70
               PERFORM FIND-BREAK-PARA
                   VARYING WS-CHAR-IX FROM WS-CHAR-IX BY -1
                   UNTIL WS-CHAR-IX <= WS-SEG-START
                      OR WS-SEG-BREAK > ZERO
               COMPUTE WS-SEGMENT-LEN = WS-SEG-BREAK - WS-SEG-START
           END-IF

           EVALUATE TRUE
               WHEN WS-SEG-BREAK = ZERO
                   DISPLAY "EXTMAINT: the SQL has a word of more than "
                       "70 bytes that cannot be split into segments"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               WHEN WS-SEGMENT-COUNT >= WS-MAX-SEGMENTS
                   DISPLAY "EXTMAINT: the SQL needs more than "
                       WS-MAX-SEGMENTS " segments" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               WHEN OTHER
                   ADD 1                TO WS-SEGMENT-COUNT
                   MOVE WS-INPUT-TEXT(WS-SEG-START:WS-SEGMENT-LEN)
                                     TO WS-SEGMENT(WS-SEGMENT-COUNT)
                   COMPUTE WS-SEG-START = WS-SEG-BREAK + 1
           END-EVALUATE.

       FIND-BREAK-PARA.
           IF WS-INPUT-TEXT(WS-CHAR-IX:1) = SPACE
               AND WS-INPUT-TEXT(WS-CHAR-IX - 1:1) NOT = SPACE
               MOVE WS-CHAR-IX          TO WS-SEG-BREAK
           END-IF.

      * The count typed decides how many BINDVAL records follow, so
      * ECT-BIND-COUNT and the records cannot disagree.
       PROMPT-BINDS-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter bind count 0-40 (blank keeps "
                   ECT-BIND-COUNT " and their values)" UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter bind count 0-40 (blank for "
                   "none)" UPON CONSOLE
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           EVALUATE TRUE
               WHEN WS-NUMBER-VALID = "B" AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN WS-NUMBER-VALID = "B"
                   MOVE ZERO            TO ECT-BIND-COUNT
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 40
                   PERFORM CLEAR-BINDS-PARA
                   MOVE WS-NUMBER       TO ECT-BIND-COUNT
                   PERFORM PROMPT-ONE-BIND-PARA
                       VARYING WS-BIND-IX FROM 1 BY 1
                       UNTIL WS-BIND-IX > ECT-BIND-COUNT
                          OR WS-ABORT = "Y"
               WHEN OTHER
                   DISPLAY "EXTMAINT: bind count must be 0-40"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE.

       PROMPT-ONE-BIND-PARA.
           MOVE WS-BIND-IX             TO WS-DISPLAY-POS
           DISPLAY "EXTMAINT: enter value for bind " WS-DISPLAY-POS
               " (NULL for a null bind, or a date token such as "
               "&PREVBIZ)" UPON CONSOLE
           MOVE SPACES                 TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE FROM CONSOLE
           IF WS-INPUT-LINE(81:176) NOT = SPACES
               DISPLAY "EXTMAINT: a bind value is at most 80 bytes"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           IF WS-INPUT-LINE = "NULL"
               MOVE "Y"              TO WS-BIND-NULL-FLAG(WS-BIND-IX)
               MOVE SPACES           TO WS-BIND-VALUE(WS-BIND-IX)
           ELSE
               MOVE "N"              TO WS-BIND-NULL-FLAG(WS-BIND-IX)
               MOVE WS-INPUT-LINE    TO WS-BIND-VALUE(WS-BIND-IX)
           END-IF

           DISPLAY "EXTMAINT: enter type for bind " WS-DISPLAY-POS
               " -- N numeric, D date YYYYMMDD, C or blank character"
               UPON CONSOLE
           MOVE SPACES                 TO WS-INPUT-FLAG
           ACCEPT WS-INPUT-FLAG FROM CONSOLE
           IF WS-INPUT-FLAG = "N" OR "D" OR "C" OR SPACES
               MOVE WS-INPUT-FLAG(1:1)  TO WS-BIND-TYPE(WS-BIND-IX)
           ELSE
               DISPLAY "EXTMAINT: bind type must be N, D or C"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           MOVE "Y"                    TO WS-BIND-PRESENT(WS-BIND-IX).

       PROMPT-BREAK-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter break column number (blank "
                   "keeps " ECT-BREAK-COL " and the amount columns)"
                   UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter break column number"
                   UPON CONSOLE
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           EVALUATE TRUE
               WHEN WS-NUMBER-VALID = "B" AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 40
                   PERFORM CLEAR-BREAK-PARA
                   MOVE WS-NUMBER       TO ECT-BREAK-COL
                   PERFORM PROMPT-AMOUNTS-PARA
               WHEN OTHER
                   DISPLAY "EXTMAINT: break column must be 1-40"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE.

       PROMPT-AMOUNTS-PARA.
           DISPLAY "EXTMAINT: enter number of amount columns 0-5"
               UPON CONSOLE
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "B"
               MOVE ZERO                TO WS-NUMBER
               MOVE "Y"                 TO WS-NUMBER-VALID
           END-IF
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 5
               MOVE WS-NUMBER           TO ECT-AMOUNT-COUNT
               PERFORM PROMPT-ONE-AMOUNT-PARA
                   VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > ECT-AMOUNT-COUNT
                      OR WS-ABORT = "Y"
           ELSE
               DISPLAY "EXTMAINT: amount columns must be 0-5"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF.

       PROMPT-ONE-AMOUNT-PARA.
           MOVE WS-AMOUNT-IX           TO WS-DISPLAY-POS
           DISPLAY "EXTMAINT: enter column number, precision and "
               "scale of amount " WS-DISPLAY-POS ", one per line"
               UPON CONSOLE
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 40
               MOVE WS-NUMBER       TO ECT-AMOUNT-COL(WS-AMOUNT-IX)
           ELSE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 38
               MOVE WS-NUMBER       TO ECT-AMOUNT-PREC(WS-AMOUNT-IX)
           ELSE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 38
               MOVE WS-NUMBER       TO ECT-AMOUNT-SCL(WS-AMOUNT-IX)
           ELSE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           IF WS-ABORT = "Y"
               DISPLAY "EXTMAINT: column 1-40, precision and scale "
                   "0-38 are required" UPON CONSOLE
           END-IF.

      * Only a CSV extract is shipped by DLVRMGR, and the mark only
      * ever moves on a shipped run, so only CSV is asked.
       PROMPT-HIGH-WATER-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter high-water-mark column number, "
                   "0 for a full extract every run (blank keeps "
                   ECT-HWM-COL ")" UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter high-water-mark column number "
                   "(blank or 0 for a full extract every run)"
                   UPON CONSOLE
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           EVALUATE TRUE
               WHEN WS-NUMBER-VALID = "B" AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN WS-NUMBER-VALID = "B"
                   PERFORM CLEAR-HIGH-WATER-PARA
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER = ZERO
                   PERFORM CLEAR-HIGH-WATER-PARA
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER <= 40
                   MOVE WS-NUMBER       TO ECT-HWM-COL
                   PERFORM PROMPT-HIGH-WATER-BIND-PARA
               WHEN OTHER
                   DISPLAY "EXTMAINT: high-water-mark column must be "
                       "0-40" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE.

       PROMPT-HIGH-WATER-BIND-PARA.
           DISPLAY "EXTMAINT: enter the bind number that receives the "
               "previous mark (its BINDVAL value is the full-reload "
               "floor)" UPON CONSOLE
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER >= 1
               AND WS-NUMBER <= 40
               MOVE WS-NUMBER           TO ECT-HWM-BIND
           ELSE
               DISPLAY "EXTMAINT: high-water-mark bind must be 1-40"
                   UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF
           IF WS-ABORT = "N"
               DISPLAY "EXTMAINT: enter high-water-mark type -- N "
                   "compare as a number, C as text" UPON CONSOLE
               MOVE SPACES              TO WS-INPUT-FLAG
               ACCEPT WS-INPUT-FLAG FROM CONSOLE
               IF WS-INPUT-FLAG = "N" OR "C"
                   MOVE WS-INPUT-FLAG(1:1)  TO ECT-HWM-TYPE
               ELSE
                   DISPLAY "EXTMAINT: high-water-mark type must be N "
                       "or C" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               END-IF
           END-IF.

      * One slice per engine copy EXTDRV has, so at most 4; one
      * slice alone would run nothing in parallel.
       PROMPT-SLICES-PARA.
           IF WS-FUNCTION = "CHANGE"
               DISPLAY "EXTMAINT: enter number of parallel slices, 0 "
                   "or 2-4 (blank keeps " WS-SLICE-COUNT ")"
                   UPON CONSOLE
           ELSE
               DISPLAY "EXTMAINT: enter number of parallel slices, 0 "
                   "or 2-4 (blank for none)" UPON CONSOLE
           END-IF
           PERFORM ACCEPT-NUMBER-PARA
           EVALUATE TRUE
               WHEN WS-NUMBER-VALID = "B" AND WS-FUNCTION = "CHANGE"
                   CONTINUE
               WHEN WS-NUMBER-VALID = "B"
                   PERFORM CLEAR-SLICES-PARA
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER = ZERO
                   PERFORM CLEAR-SLICES-PARA
               WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER >= 2
                   AND WS-NUMBER <= 4
                   PERFORM CLEAR-SLICES-PARA
                   MOVE WS-NUMBER       TO WS-SLICE-COUNT
                   PERFORM PROMPT-ONE-SLICE-PARA
                       VARYING WS-SLICE-IX FROM 1 BY 1
                       UNTIL WS-SLICE-IX > WS-SLICE-COUNT
                          OR WS-ABORT = "Y"
               WHEN OTHER
                   DISPLAY "EXTMAINT: slices must be 0 or 2-4"
                       UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
           END-EVALUATE.

      * The low and high key of a range, or the modulus and the
      * remainder -- the slice's values for binds the SQL already
      * has, in place of their BINDVAL values.
       PROMPT-ONE-SLICE-PARA.
           MOVE SPACES                 TO PARTITION-CONTROL-RECORD
           MOVE "PARTITN "             TO PCT-KIND
           MOVE WS-SLICE-IX            TO PCT-SLICE-NR
           MOVE ZERO                   TO PCT-BIND-POS-1
           MOVE ZERO                   TO PCT-BIND-POS-2
           MOVE WS-SLICE-IX            TO WS-DISPLAY-POS
           DISPLAY "EXTMAINT: enter the bind number slice "
               WS-DISPLAY-POS " sets, then its value, one per line"
               UPON CONSOLE
           PERFORM ACCEPT-NUMBER-PARA
           IF WS-NUMBER-VALID = "Y" AND WS-NUMBER >= 1
               AND WS-NUMBER <= 40
               MOVE WS-NUMBER           TO PCT-BIND-POS-1
               MOVE SPACES              TO WS-INPUT-LINE
               ACCEPT WS-INPUT-LINE FROM CONSOLE
               MOVE WS-INPUT-LINE       TO PCT-BIND-VALUE-1
               IF WS-INPUT-LINE(41:216) NOT = SPACES
                   MOVE "Y"             TO WS-ABORT
               END-IF
           ELSE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               DISPLAY "EXTMAINT: enter a second bind number for slice "
                   WS-DISPLAY-POS " and its value (blank for none)"
                   UPON CONSOLE
               PERFORM ACCEPT-NUMBER-PARA
               EVALUATE TRUE
                   WHEN WS-NUMBER-VALID = "B"
                       CONTINUE
                   WHEN WS-NUMBER-VALID = "Y" AND WS-NUMBER >= 1
                       AND WS-NUMBER <= 40
                       MOVE WS-NUMBER   TO PCT-BIND-POS-2
                       MOVE SPACES      TO WS-INPUT-LINE
                       ACCEPT WS-INPUT-LINE FROM CONSOLE
                       MOVE WS-INPUT-LINE  TO PCT-BIND-VALUE-2
                       IF WS-INPUT-LINE(41:216) NOT = SPACES
                           MOVE "Y"     TO WS-ABORT
                       END-IF
                   WHEN OTHER
                       MOVE "Y"         TO WS-ABORT
               END-EVALUATE
           END-IF

           IF WS-ABORT = "Y"
               DISPLAY "EXTMAINT: slice binds must be 1-40, values at "
                   "most 40 bytes" UPON CONSOLE
           END-IF
           MOVE PARTITION-CONTROL-RECORD
                                       TO WS-SLICE-LINE(WS-SLICE-IX).

       CLEAR-HIGH-WATER-PARA.
           MOVE ZERO                   TO ECT-HWM-COL
           MOVE ZERO                   TO ECT-HWM-BIND
           MOVE SPACE                  TO ECT-HWM-TYPE.

      * WS-NUMBER-VALID comes back "B" for a blank answer, "Y" for
      * an unsigned whole number (in WS-NUMBER), "N" otherwise.
       ACCEPT-NUMBER-PARA.
           MOVE SPACES                 TO WS-INPUT-NUMBER
           ACCEPT WS-INPUT-NUMBER FROM CONSOLE
           MOVE ZERO                   TO WS-NUMBER
           IF WS-INPUT-NUMBER = SPACES
               MOVE "B"                 TO WS-NUMBER-VALID
           ELSE
               MOVE FUNCTION TRIM(WS-INPUT-NUMBER)  TO WS-NUMBER-TEXT
               COMPUTE WS-NUMBER-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   WS-INPUT-NUMBER))
               IF WS-NUMBER-TEXT(1:WS-NUMBER-LEN) IS NUMERIC
                   MOVE "Y"             TO WS-NUMBER-VALID
                   COMPUTE WS-NUMBER =
                       FUNCTION NUMVAL(WS-NUMBER-TEXT)
               ELSE
                   MOVE "N"             TO WS-NUMBER-VALID
               END-IF
           END-IF.

      *---------------------------------------------------------------
      *    Validation -- every check runs and every finding is shown;
      *    any finding at all and nothing is saved.
      *---------------------------------------------------------------
       VALIDATE-DEFINITION-PARA.
           MOVE ZERO                   TO WS-FINDING-COUNT

           IF ECT-OUTPUT-MODE NOT = "CSV" AND NOT = "BRK"
               AND NOT = "JSN"
               MOVE "output mode is not CSV, BRK or JSN"
                                       TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF

           PERFORM VALIDATE-BINDS-PARA
           PERFORM VALIDATE-HIGH-WATER-PARA
           PERFORM VALIDATE-SLICES-PARA

           IF WS-SEGMENT-OVERFLOW = "Y"
               MOVE "SQL has more SQLTEXT records than the table holds"
                                       TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF WS-SEGMENT-COUNT = ZERO
               MOVE "no SQL text"       TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               PERFORM JOIN-SEGMENTS-PARA
               IF WS-JOIN-OVERFLOW = "Y"
                   MOVE "SQL text exceeds the 2000-byte statement"
                                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   PERFORM VALIDATE-STATEMENT-PARA
               END-IF
           END-IF

           IF WS-FINDING-COUNT > ZERO
               DISPLAY "EXTMAINT: " WS-FINDING-COUNT " finding(s) -- "
                   "nothing was changed" UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF.

       VALIDATE-BINDS-PARA.
           IF ECT-BIND-COUNT IS NOT NUMERIC
               MOVE "bind count is not numeric"  TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               IF ECT-BIND-COUNT > 40
                   MOVE "bind count is over 40"  TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               PERFORM VALIDATE-ONE-BIND-PARA
                   VARYING WS-BIND-IX FROM 1 BY 1
                   UNTIL WS-BIND-IX > 40
           END-IF
           IF WS-BIND-STRAY-COUNT > ZERO
               MOVE "BINDVAL record repeated or outside 1-40"
                                       TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

       VALIDATE-ONE-BIND-PARA.
           MOVE WS-BIND-IX             TO WS-DISPLAY-POS
           MOVE SPACES                 TO WS-FINDING-DETAIL
           IF WS-BIND-IX <= ECT-BIND-COUNT
               AND WS-BIND-PRESENT(WS-BIND-IX) = "N"
               STRING "no BINDVAL record for bind "  DELIMITED SIZE
                      WS-DISPLAY-POS                 DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF WS-BIND-IX > ECT-BIND-COUNT
               AND WS-BIND-PRESENT(WS-BIND-IX) = "Y"
               STRING "BINDVAL record for bind "     DELIMITED SIZE
                      WS-DISPLAY-POS                 DELIMITED SIZE
                      " is beyond the bind count"    DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
      * Resolved on a copy -- the file keeps the token, not today's
      * date.
           IF WS-BIND-PRESENT(WS-BIND-IX) = "Y"
               AND WS-BIND-NULL-FLAG(WS-BIND-IX) NOT = "Y"
               MOVE "RSLV "             TO WS-TOKEN-FUNCTION
               MOVE WS-BIND-IX          TO WS-TOKEN-POS
               MOVE WS-BIND-VALUE(WS-BIND-IX)  TO WS-TOKEN-VALUE
               CALL "BINDTOK" USING WS-TOKEN-FUNCTION, WS-CALLER-ID,
                   ECT-EXTRACT-ID, ECT-JOB-ID, WS-TOKEN-POS,
                   WS-TOKEN-VALUE, WS-TOKEN-STATUS
               IF WS-TOKEN-STATUS = "E"
                   MOVE SPACES          TO WS-FINDING-DETAIL
                   STRING "bind "                    DELIMITED SIZE
                          WS-DISPLAY-POS             DELIMITED SIZE
                          " is not a known date token: "
                                                     DELIMITED SIZE
                          WS-TOKEN-VALUE             DELIMITED SPACE
                       INTO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-IF.

      * Blank fields are a definition from before incremental
      * extracts, and as good as zero.
       VALIDATE-HIGH-WATER-PARA.
           IF ECT-HWM-COL IS NUMERIC AND ECT-HWM-COL > ZERO
               IF ECT-OUTPUT-MODE NOT = "CSV"
                   MOVE "high-water mark on a mode DLVRMGR never ships"
                                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF ECT-HWM-BIND IS NOT NUMERIC
                   OR ECT-HWM-BIND < 1
                   OR ECT-HWM-BIND > ECT-BIND-COUNT
                   MOVE "high-water-mark bind outside the bind count"
                                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF ECT-HWM-TYPE NOT = "N" AND NOT = "C"
                   MOVE "high-water-mark type is not N or C"
                                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
           END-IF.

      * A slice bind past the bind count would leave the slice on
      * the BINDVAL value, the same rows as another slice.
       VALIDATE-SLICES-PARA.
           IF WS-SLICE-STRAY-COUNT > ZERO
               MOVE "PARTITN record out of sequence or past slice 4"
                                       TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           PERFORM VALIDATE-ONE-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT.

       VALIDATE-ONE-SLICE-PARA.
           MOVE WS-SLICE-LINE(WS-SLICE-IX)
                                       TO PARTITION-CONTROL-RECORD
           MOVE WS-SLICE-IX            TO WS-DISPLAY-POS
           MOVE SPACES                 TO WS-FINDING-DETAIL
           IF PCT-BIND-POS-1 IS NOT NUMERIC
               OR PCT-BIND-POS-1 < 1
               OR PCT-BIND-POS-1 > ECT-BIND-COUNT
               OR (PCT-BIND-POS-2 IS NOT NUMERIC
                   AND PCT-BIND-POS-2 NOT = SPACES)
               OR (PCT-BIND-POS-2 IS NUMERIC
                   AND PCT-BIND-POS-2 > ECT-BIND-COUNT)
               STRING "slice "                      DELIMITED SIZE
                      WS-DISPLAY-POS                DELIMITED SIZE
                      " sets a bind outside the bind count"
                                                    DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

      * PREPARE/DESCRIBE only, the SQLPRFLT check -- nothing is
      * executed. The "HEADER" record left behind gives the
      * select list's column count.
       VALIDATE-STATEMENT-PARA.
           IF WS-CONNECTED = "N"
               CALL "SQLCONN" USING WS-CALLER-ID, WS-CONNECT-JOB-ID,
                   WS-CONNECT-STATUS
               IF WS-CONNECT-STATUS = ZERO
                   MOVE "Y"             TO WS-CONNECTED
               END-IF
           END-IF

           IF WS-CONNECTED = "N"
               MOVE SPACES              TO WS-FINDING-DETAIL
               MOVE WS-CONNECT-STATUS   TO WS-STATUS-TEXT
               STRING "CONNECT failed, SQLCODE "  DELIMITED SIZE
                      WS-STATUS-TEXT              DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           ELSE
               MOVE ZERO                TO WS-BIND-COUNT
               IF ECT-BIND-COUNT IS NUMERIC AND ECT-BIND-COUNT <= 40
                   MOVE ECT-BIND-COUNT  TO WS-BIND-COUNT
               END-IF
               MOVE "PREP  "            TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               IF WS-DYN-STATUS NOT = ZERO
                   MOVE SPACES          TO WS-FINDING-DETAIL
                   MOVE WS-DYN-STATUS   TO WS-STATUS-TEXT
                   STRING "PREPARE/DESCRIBE failed, SQLCODE "
                                                   DELIMITED SIZE
                          WS-STATUS-TEXT           DELIMITED SIZE
                       INTO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   PERFORM VALIDATE-COLUMNS-PARA
               END-IF
           END-IF.

       VALIDATE-COLUMNS-PARA.
           IF WS-FETCH-ROWS-RETURNED NOT = WS-BIND-COUNT
               MOVE SPACES              TO WS-FINDING-DETAIL
               MOVE WS-FETCH-ROWS-RETURNED  TO WS-WANTED-TEXT
               MOVE WS-BIND-COUNT       TO WS-QUEUED-TEXT
               STRING "statement wants "        DELIMITED SIZE
                      WS-WANTED-TEXT            DELIMITED SIZE
                      " bind(s), definition has "
                                                DELIMITED SIZE
                      WS-QUEUED-TEXT            DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF

           MOVE "HEADER"                TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           MOVE XSELDV(7:4)             TO WS-HEADER-COUNT-TEXT
           IF WS-HEADER-COUNT-TEXT IS NUMERIC
               COMPUTE WS-COLUMN-COUNT =
                   FUNCTION NUMVAL(WS-HEADER-COUNT-TEXT)
           ELSE
               MOVE 40                  TO WS-COLUMN-COUNT
           END-IF

           MOVE WS-COLUMN-COUNT         TO WS-WANTED-TEXT
           IF ECT-HWM-COL IS NUMERIC AND ECT-HWM-COL > WS-COLUMN-COUNT
               MOVE SPACES              TO WS-FINDING-DETAIL
               STRING "high-water-mark column is not one of the "
                                                DELIMITED SIZE
                      "statement's "            DELIMITED SIZE
                      WS-WANTED-TEXT            DELIMITED SIZE
                      " column(s)"              DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF

           IF ECT-OUTPUT-MODE = "BRK"
               IF ECT-BREAK-COL < 1 OR ECT-BREAK-COL > WS-COLUMN-COUNT
                   MOVE SPACES          TO WS-FINDING-DETAIL
                   STRING "break column is not one of the statement's "
                                                DELIMITED SIZE
                          WS-WANTED-TEXT        DELIMITED SIZE
                          " column(s)"          DELIMITED SIZE
                       INTO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               IF ECT-AMOUNT-COUNT > 5
                   MOVE "more than 5 amount columns"
                                        TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-PARA
               ELSE
                   PERFORM VALIDATE-AMOUNT-PARA
                       VARYING WS-AMOUNT-IX FROM 1 BY 1
                       UNTIL WS-AMOUNT-IX > ECT-AMOUNT-COUNT
               END-IF
           END-IF.

       VALIDATE-AMOUNT-PARA.
           MOVE WS-AMOUNT-IX           TO WS-DISPLAY-POS
           IF ECT-AMOUNT-COL(WS-AMOUNT-IX) < 1
               OR ECT-AMOUNT-COL(WS-AMOUNT-IX) > WS-COLUMN-COUNT
               MOVE SPACES              TO WS-FINDING-DETAIL
               STRING "amount "                 DELIMITED SIZE
                      WS-DISPLAY-POS            DELIMITED SIZE
                      " column is not one of the statement's "
                                                DELIMITED SIZE
                      WS-WANTED-TEXT            DELIMITED SIZE
                      " column(s)"              DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF ECT-AMOUNT-SCL(WS-AMOUNT-IX)
                   > ECT-AMOUNT-PREC(WS-AMOUNT-IX)
               MOVE SPACES              TO WS-FINDING-DETAIL
               STRING "amount "                 DELIMITED SIZE
                      WS-DISPLAY-POS            DELIMITED SIZE
                      " scale is above its precision"
                                                DELIMITED SIZE
                   INTO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

       WRITE-FINDING-PARA.
           ADD 1                       TO WS-FINDING-COUNT
           DISPLAY ECT-EXTRACT-ID " EXTMAINT: " WS-FINDING-DETAIL
               UPON CONSOLE.

      * The statement exactly as EXTDRV will rebuild it from the
      * segments: each right-trimmed, one space after each.
       JOIN-SEGMENTS-PARA.
           MOVE SPACES                 TO WS-SQL-TEXT-TEXT
           MOVE 1                      TO WS-SQL-PTR
           MOVE ZERO                   TO WS-SQL-TEXT-LEN
           MOVE "N"                    TO WS-JOIN-OVERFLOW
           PERFORM JOIN-ONE-SEGMENT-PARA
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEGMENT-COUNT.

       JOIN-ONE-SEGMENT-PARA.
           COMPUTE WS-SEGMENT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
               WS-SEGMENT(WS-SEG-IX), TRAILING))
           IF WS-SEGMENT(WS-SEG-IX) = SPACES
               CONTINUE
           ELSE
               IF WS-SQL-PTR + WS-SEGMENT-LEN <= 2000
                   STRING WS-SEGMENT(WS-SEG-IX)(1:WS-SEGMENT-LEN)
                                                       DELIMITED SIZE
                          " "                          DELIMITED SIZE
                       INTO WS-SQL-TEXT-TEXT
                       WITH POINTER WS-SQL-PTR
                   COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
               ELSE
                   MOVE "Y"             TO WS-JOIN-OVERFLOW
               END-IF
           END-IF.

       CALL-DYNSQL4-PARA.
           CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
               WS-SQL-TEXT, WS-BIND-COUNT, WS-BIND-VALUES,
               WS-BIND-NULL-FLAGS, XSELDV, XSELDI, WS-FETCH-COUNT,
               WS-FETCH-ROWS-RETURNED, XSELDV-TABLE, XSELDI-TABLE,
               WS-CALLER-ID.

      *---------------------------------------------------------------
      *    RESET -- drop an extract's high-water mark so its next run
      *    starts again from the BINDVAL floor: a full reload.
      *    HWMARK.DAT only; EXTRCTL.DAT is not touched.
      *---------------------------------------------------------------
       RESET-MARK-PARA.
           MOVE "N"                    TO WS-ABORT

           DISPLAY "EXTMAINT: enter extract id" UPON CONSOLE
           MOVE SPACES                 TO WS-INPUT-EXTRACT-ID
           ACCEPT WS-INPUT-EXTRACT-ID FROM CONSOLE
           PERFORM FIND-DEFINITION-PARA
           IF WS-INPUT-EXTRACT-ID = SPACES OR WS-FOUND-DEF-IX = ZERO
               DISPLAY "EXTMAINT: extract " WS-INPUT-EXTRACT-ID
                   " is not defined" UPON CONSOLE
               MOVE "Y"                 TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               MOVE "GET  "             TO WS-HWM-FUNCTION
               MOVE WS-INPUT-EXTRACT-ID TO HWM-EXTRACT-ID
               CALL "HWMARK" USING WS-HWM-FUNCTION, WS-CALLER-ID,
                   HIGH-WATER-MARK-RECORD, WS-HWM-STATUS
               IF WS-HWM-STATUS = "Y"
                   DISPLAY "EXTMAINT: extract " WS-INPUT-EXTRACT-ID
                       " high-water mark " FUNCTION TRIM(HWM-MARK)
                       " stored " HWM-SET-DATE " by " HWM-SET-BY
                       UPON CONSOLE
               ELSE
                   DISPLAY "EXTMAINT: extract " WS-INPUT-EXTRACT-ID
                       " has no high-water mark -- its next run is "
                       "already a full reload" UPON CONSOLE
                   MOVE "Y"             TO WS-ABORT
               END-IF
           END-IF

           IF WS-ABORT = "N"
               PERFORM SIGN-ON-PARA
           END-IF

           IF WS-ABORT = "N"
               MOVE "RESET"             TO WS-HWM-FUNCTION
               MOVE WS-INPUT-EXTRACT-ID TO HWM-EXTRACT-ID
               CALL "HWMARK" USING WS-HWM-FUNCTION, WS-CALLER-ID,
                   HIGH-WATER-MARK-RECORD, WS-HWM-STATUS
               IF WS-HWM-STATUS = "Y"
                   PERFORM AUDIT-RESET-PARA
                   DISPLAY "EXTMAINT: RESET of extract "
                       WS-INPUT-EXTRACT-ID " complete -- the next run "
                       "is a full reload" UPON CONSOLE
               ELSE
                   DISPLAY "EXTMAINT: the high-water mark of extract "
                       WS-INPUT-EXTRACT-ID " was not reset"
                       UPON CONSOLE
               END-IF
           END-IF.

      * The dropped HWMARK.DAT row is the before image; there is no
      * after image.
       AUDIT-RESET-PARA.
           MOVE WS-FUNCTION             TO OPA-ACTION
           MOVE "EXTDRV  "              TO OPA-PROGRAM-ID
           MOVE HWM-JOB-ID              TO OPA-JOB-ID
           MOVE SPACES                  TO OPA-KEY
           STRING "HWMARK.DAT "         DELIMITED SIZE
                  HWM-EXTRACT-ID        DELIMITED SIZE
               INTO OPA-KEY
           MOVE HIGH-WATER-MARK-RECORD  TO OPA-BEFORE-IMAGE
           MOVE SPACES                  TO OPA-AFTER-IMAGE
           MOVE "WRITE"                 TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.

      * Initials and a reason, or no change at all.
       SIGN-ON-PARA.
           MOVE "SIGN "                 TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "Y"
               MOVE "Y"                 TO WS-ABORT
           END-IF.

      * The header record and the first 220 bytes of the statement;
      * the rest of the SQL is in the file itself.
       BUILD-AUDIT-IMAGE-PARA.
           MOVE SPACES                 TO WS-AUDIT-IMAGE
           MOVE EXTRACT-CONTROL-RECORD TO WS-AI-HEADER
           PERFORM JOIN-SEGMENTS-PARA
           MOVE WS-SQL-TEXT-TEXT       TO WS-AI-SQL-TEXT.

       AUDIT-CHANGE-PARA.
           MOVE WS-FUNCTION             TO OPA-ACTION
           MOVE "EXTDRV  "              TO OPA-PROGRAM-ID
           MOVE ECT-JOB-ID              TO OPA-JOB-ID
           MOVE SPACES                  TO OPA-KEY
           STRING "EXTRCTL.DAT "        DELIMITED SIZE
                  ECT-EXTRACT-ID        DELIMITED SIZE
               INTO OPA-KEY
           MOVE WS-BEFORE-IMAGE         TO OPA-BEFORE-IMAGE
           PERFORM BUILD-AUDIT-IMAGE-PARA
           MOVE WS-AUDIT-IMAGE          TO OPA-AFTER-IMAGE
           MOVE "WRITE"                 TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.

      *---------------------------------------------------------------
      *    Rewrite -- lines ahead of the first definition, then every
      *    definition as read except the one changed, which is
      *    written from the work areas; an added or copied one goes
      *    on the end.
      *---------------------------------------------------------------
       REWRITE-FILE-PARA.
           IF WS-DEF-COUNT = ZERO
               MOVE WS-LINE-COUNT       TO WS-PREFIX-LAST
           ELSE
               COMPUTE WS-PREFIX-LAST = WS-DEF-FIRST-LINE(1) - 1
           END-IF

           OPEN OUTPUT EXTRACT-CONTROL-FILE
           PERFORM WRITE-LINE-PARA
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-PREFIX-LAST
           PERFORM WRITE-DEFINITION-PARA
               VARYING WS-DEF-IX FROM 1 BY 1
               UNTIL WS-DEF-IX > WS-DEF-COUNT
           IF WS-APPEND-WORK = "Y"
               PERFORM WRITE-WORK-DEFINITION-PARA
           END-IF
           CLOSE EXTRACT-CONTROL-FILE.

       WRITE-DEFINITION-PARA.
           IF WS-DEF-IX = WS-TARGET-DEF-IX
               PERFORM WRITE-WORK-DEFINITION-PARA
           ELSE
               PERFORM WRITE-LINE-PARA
                   VARYING WS-LINE-IX FROM WS-DEF-FIRST-LINE(WS-DEF-IX)
                   BY 1 UNTIL WS-LINE-IX > WS-DEF-LAST-LINE(WS-DEF-IX)
           END-IF.

       WRITE-LINE-PARA.
           WRITE EXTRACT-CONTROL-LINE FROM WS-LINE(WS-LINE-IX).

       WRITE-WORK-DEFINITION-PARA.
           WRITE EXTRACT-CONTROL-LINE FROM EXTRACT-CONTROL-RECORD
           PERFORM WRITE-SEGMENT-PARA
               VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEGMENT-COUNT
           PERFORM WRITE-BIND-PARA
               VARYING WS-BIND-IX FROM 1 BY 1
               UNTIL WS-BIND-IX > ECT-BIND-COUNT
           PERFORM WRITE-SLICE-PARA
               VARYING WS-SLICE-IX FROM 1 BY 1
               UNTIL WS-SLICE-IX > WS-SLICE-COUNT.

       WRITE-SEGMENT-PARA.
           MOVE "SQLTEXT "             TO SCT-KIND
           MOVE WS-SEGMENT(WS-SEG-IX)  TO SCT-SEGMENT-TEXT
           WRITE EXTRACT-CONTROL-LINE FROM SQL-TEXT-CONTROL-RECORD.

       WRITE-BIND-PARA.
           MOVE "BINDVAL "             TO BCT-KIND
           MOVE WS-BIND-IX             TO BCT-BIND-POS
           MOVE WS-BIND-NULL-FLAG(WS-BIND-IX)  TO BCT-NULL-FLAG
           MOVE WS-BIND-VALUE(WS-BIND-IX)      TO BCT-BIND-VALUE
           MOVE WS-BIND-TYPE(WS-BIND-IX)       TO BCT-BIND-TYPE
           WRITE EXTRACT-CONTROL-LINE FROM BIND-CONTROL-RECORD.

       WRITE-SLICE-PARA.
           WRITE EXTRACT-CONTROL-LINE FROM WS-SLICE-LINE(WS-SLICE-IX).
