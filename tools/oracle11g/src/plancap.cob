      ***************************************************************
      *                                                             *
      *               P  L  A  N  C  A  P                           *
      *                                                             *
      *  Execution-plan capture for slow statements. SLOWSQL.DAT    *
      *  says which statement went slow and for how long, but by    *
      *  morning nobody can say whether its plan had changed. Run   *
      *  after the batch and before LOGARCH rotates SLOWSQL.DAT,    *
      *  this takes a job id (for JOBREG and the CONNDIR.DAT        *
      *  connection) and a capture date (blank for today), rebuilds *
      *  the full text of every statement SQLTIMER wrote to         *
      *  SLOWSQL.DAT that day from its main and continuation        *
      *  records, and for each distinct statement:                  *
      *    1. Runs EXPLAIN PLAN SET STATEMENT_ID = 'PC<key>' FOR    *
      *       the text through DYNEXEC4. Bind placeholders are left *
      *       unbound, which EXPLAIN PLAN allows.                   *
      *    2. Reads the plan back from PLAN_TABLE in ID order       *
      *       through DYNSQL4, one step per row, indented by DEPTH. *
      *    3. Appends the statement row and its steps to            *
      *       PLANLOG.DAT (planlog.cob) with the statement key and  *
      *       the plan signature.                                   *
      *                                                             *
      *  A statement that ran slow more than once that day is       *
      *  captured once, against its worst elapsed time; a statement *
      *  already captured for the date is skipped, so the job can   *
      *  be rerun. A statement whose text leaves no room for the    *
      *  EXPLAIN PLAN prefix, or whose EXPLAIN fails (the engines   *
      *  log the SQLCODE the usual way), is counted and reported,   *
      *  not captured. PLAN_TABLE is the session's own temporary    *
      *  table and each statement is explained once per run, so     *
      *  there is nothing to clear and nothing is committed.        *
      *  PLANCMP compares the captures with the known-good plans.   *
      *                                                             *
      *  The run registers in JOBREG and ends through the SQLRCBRG  *
      *  "SET  "/JOBREG "END  "/"SET  " ordering.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLANCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOW-SQL-FILE
               ASSIGN TO "SLOWSQL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOW-STATUS.

           SELECT OPTIONAL PLAN-LOG-FILE
               ASSIGN TO "PLANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLOW-SQL-FILE.
       01  SLOW-SQL-LINE             PIC X(130).

       FD  PLAN-LOG-FILE.
       01  PLAN-LOG-LINE             PIC X(137).

       WORKING-STORAGE SECTION.
       COPY SLOWSQLG.
       COPY PLANLOG.

       01  WS-SLOW-STATUS            PIC X(2).
       01  WS-PLAN-STATUS            PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "PLANCAP ".
       01  WS-JOB-ID                 PIC X(8).
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-CAPTURE-DATE           PIC X(8).

      * Statement keys already in PLANLOG.DAT for the capture date.
       01  WS-DONE-SIZE              PIC S9(9) COMP VALUE 500.
       01  WS-DONE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-DONE-IX                PIC S9(9) COMP.
       01  WS-DONE-TABLE.
           05  WS-DONE-KEY           OCCURS 500 TIMES PIC 9(10).

      * The day's distinct slow statements, worst elapsed kept.
       01  WS-STMT-SIZE              PIC S9(9) COMP VALUE 100.
       01  WS-STMT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-STMT-IX                PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-STMT-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY         OCCURS 100 TIMES.
               10  WS-STMT-KEY           PIC 9(10).
               10  WS-STMT-ENGINE-ID     PIC X(8).
               10  WS-STMT-CALLER-ID     PIC X(8).
               10  WS-STMT-ELAPSED       PIC S9(9) COMP.
               10  WS-STMT-LEN           PIC S9(4) COMP.
               10  WS-STMT-TEXT          PIC X(2000).

      * The SLOWSQL statement being reassembled from its records.
       01  WS-PENDING                PIC X(1) VALUE "N".
       01  WS-PEND-ENGINE-ID         PIC X(8).
       01  WS-PEND-CALLER-ID         PIC X(8).
       01  WS-PEND-ELAPSED           PIC S9(9) COMP.
       01  WS-PEND-TEXT              PIC X(2000).
       01  WS-SEGMENT-START          PIC S9(9) COMP.
       01  WS-CHUNK-LENGTH           PIC S9(9) COMP.

      * Text hash shared by the statement key and plan signature.
       01  WS-HASH-TEXT              PIC X(2000).
       01  WS-HASH-LEN               PIC S9(9) COMP.
       01  WS-HASH-VALUE             PIC S9(18) COMP.
       01  WS-CHAR-IX                PIC S9(9) COMP.

       01  WS-PLAN-STMT-ID.
           05  FILLER                PIC X(2)  VALUE "PC".
           05  WS-PLAN-ID-KEY        PIC 9(10).
       01  WS-STEP-SIZE              PIC S9(9) COMP VALUE 99.
       01  WS-STEP-COUNT             PIC S9(9) COMP.
       01  WS-STEP-IX                PIC S9(9) COMP.
       01  WS-STEP-TABLE.
           05  WS-STEP-TEXT          OCCURS 99 TIMES PIC X(70).

       01  WS-STMTS-READ             PIC S9(9) COMP VALUE ZERO.
       01  WS-ALREADY-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-CAPTURED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-FAILED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-SQL-PTR                PIC S9(9) COMP.

      * DYNSQL4 linkage set -- the full 13-item list, in the order
      * the engine's PROCEDURE DIVISION declares it.
       01  WS-DYN-FUNCTION           PIC X(6).
       01  WS-DYN-STATUS             PIC S9(9) COMP.
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

      * DYNEXEC4 adds only its status and row count to the set.
       01  WS-EXEC-STATUS            PIC S9(9) COMP.
       01  WS-ROWS-AFFECTED          PIC S9(9) COMP.

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           DISPLAY "PLANCAP: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE
           DISPLAY "PLANCAP: enter capture date YYYYMMDD (blank for "
               "today)" UPON CONSOLE
           ACCEPT WS-CAPTURE-DATE FROM CONSOLE
           IF WS-CAPTURE-DATE = SPACES
               MOVE WS-TODAY          TO WS-CAPTURE-DATE
           END-IF
           IF WS-CAPTURE-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-CAPTURE-DATE)) NOT = ZERO
               DISPLAY "PLANCAP: " WS-CAPTURE-DATE " is not a valid "
                   "date -- nothing captured" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "SQLCONN" USING WS-CALLER-ID, WS-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
               DISPLAY "PLANCAP: CONNECT failed with SQLCODE "
                   WS-CONNECT-STATUS " -- nothing captured"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS

           IF WS-JOBREG-STATUS = "D"
               DISPLAY "PLANCAP: job " WS-JOB-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CAPTURED-PARA
           PERFORM LOAD-SLOW-SQL-PARA
           IF WS-STMT-OVERFLOW = "Y"
               DISPLAY "PLANCAP WARNING: more than " WS-STMT-SIZE
                   " slow statements on " WS-CAPTURE-DATE
                   " -- the rest were not captured" UPON CONSOLE
           END-IF

           OPEN EXTEND PLAN-LOG-FILE
           PERFORM CAPTURE-PLAN-PARA
               VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-STMT-COUNT
           CLOSE PLAN-LOG-FILE

           DISPLAY "PLANCAP " WS-CAPTURE-DATE ": " WS-STMTS-READ
               " slow statement record(s), " WS-CAPTURED-COUNT
               " plan(s) captured, " WS-ALREADY-COUNT
               " already captured, " WS-FAILED-COUNT
               " could not be explained -- see PLANLOG.DAT"
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

       LOAD-CAPTURED-PARA.
           OPEN INPUT PLAN-LOG-FILE
           IF WS-PLAN-STATUS = "00" OR WS-PLAN-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-LOG-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF PLN-STEP-NR = ZERO
                               AND PLN-DATE = WS-CAPTURE-DATE
                               AND WS-DONE-COUNT < WS-DONE-SIZE
                               ADD 1   TO WS-DONE-COUNT
                               MOVE PLN-STMT-KEY
                                   TO WS-DONE-KEY(WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-LOG-FILE
           END-IF.

      * SLOWSQL interleaves continuation lines; a main record
      * (SSL-CONTINUED "Y" or "N") starts a statement and its
      * continuations follow it, numbered from 1, 70 bytes apiece.
       LOAD-SLOW-SQL-PARA.
           OPEN INPUT SLOW-SQL-FILE
           IF WS-SLOW-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ SLOW-SQL-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM SLOW-SQL-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE SLOW-SQL-FILE
           END-IF
           PERFORM FINISH-PENDING-PARA.

       SLOW-SQL-LINE-PARA.
           MOVE SLOW-SQL-LINE(1:127)  TO SLOW-SQL-RECORD
           IF SSL-CONTINUED = "Y" OR SSL-CONTINUED = "N"
               PERFORM FINISH-PENDING-PARA
               IF SSL-DATE = WS-CAPTURE-DATE
                   ADD 1              TO WS-STMTS-READ
                   MOVE "Y"           TO WS-PENDING
                   MOVE SSL-PROGRAM-ID  TO WS-PEND-ENGINE-ID
                   MOVE SSL-CALLER-ID  TO WS-PEND-CALLER-ID
                   MOVE SSL-ELAPSED-HUNDREDTHS  TO WS-PEND-ELAPSED
                   MOVE SPACES        TO WS-PEND-TEXT
                   MOVE SSL-STMT-TEXT TO WS-PEND-TEXT(1:70)
               END-IF
           ELSE
               MOVE SLOW-SQL-LINE(1:91)  TO SLOW-SQL-CONT-RECORD
               IF WS-PENDING = "Y"
                   AND SSC-PROGRAM-ID = WS-PEND-ENGINE-ID
                   AND SSC-CALLER-ID = WS-PEND-CALLER-ID
                   AND SSC-SEGMENT-NR > ZERO
                   COMPUTE WS-SEGMENT-START = SSC-SEGMENT-NR * 70 + 1
                   IF WS-SEGMENT-START <= 2000
                       COMPUTE WS-CHUNK-LENGTH =
                           2001 - WS-SEGMENT-START
                       IF WS-CHUNK-LENGTH > 70
                           MOVE 70    TO WS-CHUNK-LENGTH
                       END-IF
                       MOVE SSC-SEGMENT-TEXT(1:WS-CHUNK-LENGTH)
                           TO WS-PEND-TEXT(WS-SEGMENT-START:
                                           WS-CHUNK-LENGTH)
                   END-IF
               END-IF
           END-IF.

       FINISH-PENDING-PARA.
           IF WS-PENDING = "Y"
               MOVE "N"               TO WS-PENDING
               MOVE WS-PEND-TEXT      TO WS-HASH-TEXT
               COMPUTE WS-HASH-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                   WS-PEND-TEXT, TRAILING))
               MOVE ZERO              TO WS-HASH-VALUE
               PERFORM HASH-TEXT-PARA
               PERFORM KEEP-STATEMENT-PARA
           END-IF.

       KEEP-STATEMENT-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-DONE-IX FROM 1 BY 1
                   UNTIL WS-DONE-IX > WS-DONE-COUNT
               IF WS-DONE-KEY(WS-DONE-IX) = WS-HASH-VALUE
                   MOVE WS-DONE-IX    TO WS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MATCH-IX > ZERO
               ADD 1                  TO WS-ALREADY-COUNT
           ELSE
               PERFORM VARYING WS-STMT-IX FROM 1 BY 1
                       UNTIL WS-STMT-IX > WS-STMT-COUNT
                   IF WS-STMT-KEY(WS-STMT-IX) = WS-HASH-VALUE
                       MOVE WS-STMT-IX  TO WS-MATCH-IX
                   END-IF
               END-PERFORM
               IF WS-MATCH-IX = ZERO
                   IF WS-STMT-COUNT < WS-STMT-SIZE
                       ADD 1          TO WS-STMT-COUNT
                       MOVE WS-STMT-COUNT  TO WS-MATCH-IX
                       MOVE WS-HASH-VALUE
                           TO WS-STMT-KEY(WS-MATCH-IX)
                       MOVE WS-HASH-LEN
                           TO WS-STMT-LEN(WS-MATCH-IX)
                       MOVE WS-PEND-TEXT
                           TO WS-STMT-TEXT(WS-MATCH-IX)
                       MOVE ZERO      TO WS-STMT-ELAPSED(WS-MATCH-IX)
                   ELSE
                       MOVE "Y"       TO WS-STMT-OVERFLOW
                   END-IF
               END-IF
               IF WS-MATCH-IX > ZERO
                   IF WS-PEND-ELAPSED > WS-STMT-ELAPSED(WS-MATCH-IX)
                       OR WS-STMT-ELAPSED(WS-MATCH-IX) = ZERO
                       MOVE WS-PEND-ELAPSED
                           TO WS-STMT-ELAPSED(WS-MATCH-IX)
                       MOVE WS-PEND-ENGINE-ID
                           TO WS-STMT-ENGINE-ID(WS-MATCH-IX)
                       MOVE WS-PEND-CALLER-ID
                           TO WS-STMT-CALLER-ID(WS-MATCH-IX)
                   END-IF
               END-IF
           END-IF.

      * Adds WS-HASH-TEXT(1:WS-HASH-LEN) into WS-HASH-VALUE, so a
      * caller can hash one text or run several through in turn.
       HASH-TEXT-PARA.
           PERFORM HASH-ONE-CHAR-PARA
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > WS-HASH-LEN.

       HASH-ONE-CHAR-PARA.
           COMPUTE WS-HASH-VALUE = FUNCTION MOD(WS-HASH-VALUE * 31
               + FUNCTION ORD(WS-HASH-TEXT(WS-CHAR-IX:1)),
               9999999967).

       CAPTURE-PLAN-PARA.
           MOVE WS-STMT-KEY(WS-STMT-IX)  TO WS-PLAN-ID-KEY
           MOVE ZERO                  TO WS-STEP-COUNT

      * 51 bytes of EXPLAIN PLAN prefix must fit in front of the
      * statement in the engines' 2000-byte text.
           IF WS-STMT-LEN(WS-STMT-IX) > 1949
               ADD 1                  TO WS-FAILED-COUNT
               DISPLAY "PLANCAP WARNING: statement "
                   WS-STMT-KEY(WS-STMT-IX) " from "
                   WS-STMT-CALLER-ID(WS-STMT-IX)
                   " is too long to explain" UPON CONSOLE
           ELSE
               PERFORM EXPLAIN-PARA
               IF WS-EXEC-STATUS = ZERO
                   PERFORM READ-PLAN-PARA
               END-IF
               IF WS-EXEC-STATUS NOT = ZERO OR WS-STEP-COUNT = ZERO
                   ADD 1              TO WS-FAILED-COUNT
                   DISPLAY "PLANCAP WARNING: statement "
                       WS-STMT-KEY(WS-STMT-IX) " from "
                       WS-STMT-CALLER-ID(WS-STMT-IX)
                       " could not be explained, status "
                       WS-EXEC-STATUS UPON CONSOLE
               ELSE
                   ADD 1              TO WS-CAPTURED-COUNT
                   PERFORM WRITE-PLAN-PARA
               END-IF
           END-IF.

       EXPLAIN-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "EXPLAIN PLAN SET STATEMENT_ID = '"  DELIMITED SIZE
                  WS-PLAN-STMT-ID                     DELIMITED SIZE
                  "' FOR "                            DELIMITED SIZE
                  WS-STMT-TEXT(WS-STMT-IX)
                      (1:WS-STMT-LEN(WS-STMT-IX))     DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE ZERO                  TO WS-BIND-COUNT
           PERFORM CALL-DYNEXEC4-PARA.

       READ-PLAN-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "SELECT LPAD(' ', DEPTH) || OPERATION || ' ' || "
                                                      DELIMITED SIZE
                  "OPTIONS || ' ' || OBJECT_NAME FROM PLAN_TABLE "
                                                      DELIMITED SIZE
                  "WHERE STATEMENT_ID = :1 ORDER BY ID"
                                                      DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE 1                     TO WS-BIND-COUNT
           MOVE WS-PLAN-STMT-ID       TO WS-BIND-VALUE(1)
           MOVE "N"                   TO WS-BIND-NULL-FLAG(1)

           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           IF WS-DYN-STATUS = ZERO
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               PERFORM KEEP-STEP-PARA
                   UNTIL WS-DYN-STATUS NOT = ZERO
               IF WS-DYN-STATUS NOT = 1403
                   MOVE WS-DYN-STATUS TO WS-EXEC-STATUS
               END-IF
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           ELSE
               MOVE WS-DYN-STATUS     TO WS-EXEC-STATUS
           END-IF.

      * A plan longer than the table keeps its first 99 steps; the
      * signature is taken over what is kept.
       KEEP-STEP-PARA.
           IF WS-STEP-COUNT < WS-STEP-SIZE
               ADD 1                  TO WS-STEP-COUNT
               MOVE SEL-DV(1)         TO WS-STEP-TEXT(WS-STEP-COUNT)
           END-IF
           MOVE "FETCH "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA.

       WRITE-PLAN-PARA.
           MOVE ZERO                  TO WS-HASH-VALUE
           MOVE 70                    TO WS-HASH-LEN
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE WS-STEP-TEXT(WS-STEP-IX)  TO WS-HASH-TEXT
               PERFORM HASH-TEXT-PARA
           END-PERFORM

           MOVE WS-STMT-KEY(WS-STMT-IX)  TO PLN-STMT-KEY
           MOVE WS-CAPTURE-DATE       TO PLN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO PLN-TIME
           MOVE WS-STMT-ENGINE-ID(WS-STMT-IX)  TO PLN-ENGINE-ID
           MOVE WS-STMT-CALLER-ID(WS-STMT-IX)  TO PLN-CALLER-ID
           MOVE WS-STMT-ELAPSED(WS-STMT-IX)
                                      TO PLN-ELAPSED-HUNDREDTHS
           MOVE WS-HASH-VALUE         TO PLN-SIGNATURE
           MOVE WS-STEP-COUNT         TO PLN-STEP-COUNT
           MOVE ZERO                  TO PLN-STEP-NR
           MOVE WS-STMT-TEXT(WS-STMT-IX)(1:70)  TO PLN-STEP-TEXT
           WRITE PLAN-LOG-LINE FROM PLAN-LOG-RECORD

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE WS-STEP-IX        TO PLN-STEP-NR
               MOVE WS-STEP-TEXT(WS-STEP-IX)  TO PLN-STEP-TEXT
               WRITE PLAN-LOG-LINE FROM PLAN-LOG-RECORD
           END-PERFORM.

       CALL-DYNEXEC4-PARA.
           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-SQL-TEXT,
               WS-BIND-COUNT, WS-BIND-VALUES, WS-BIND-NULL-FLAGS,
               WS-ROWS-AFFECTED, WS-CALLER-ID.

       CALL-DYNSQL4-PARA.
           CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
               WS-SQL-TEXT, WS-BIND-COUNT, WS-BIND-VALUES,
               WS-BIND-NULL-FLAGS, XSELDV, XSELDI, WS-FETCH-COUNT,
               WS-FETCH-ROWS-RETURNED, XSELDV-TABLE, XSELDI-TABLE,
               WS-CALLER-ID.
