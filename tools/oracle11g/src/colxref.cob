      ***************************************************************
      *                                                             *
      *               C  O  L  X  R  E  F                           *
      *                                                             *
      *  Column impact analysis. When the DBAs plan to drop, rename *
      *  or resize a column they ask which extracts and feeds will  *
      *  break; this job answers from a cross-reference instead of  *
      *  someone reading EXTRCTL.DAT by eye. The console answer     *
      *  picks the mode:                                            *
      *    "B" - build COLXREF.DAT (colxrflg.cob) afresh from       *
      *          every definition that names tables and columns:    *
      *          - each EXTRCTL.DAT extract, live or retired: its   *
      *            statement text, joined from the SQLTEXT segments *
      *            the way EXTDRV joins them, is scanned for the    *
      *            tables after FROM and JOIN (with their aliases)  *
      *            and for every column it names anywhere -- select *
      *            list, WHERE, GROUP BY, ORDER BY. A column        *
      *            qualified by a table or alias goes under that    *
      *            table; an unqualified one under the only table,  *
      *            or as a possible hit under each table of a join. *
      *            Then the extract's SELTYBAS.<extract-id>.DAT     *
      *            baseline (SELTYDIF) gives each select-list       *
      *            column its SELTYCAT type, length and PIC clause  *
      *            -- and gives the columns a SELECT * never names; *
      *          - each LOADCTL.DAT row: its table and key columns; *
      *          - each LOADRTYP.DAT parent or child type: its      *
      *            table, key and link columns, and every column of *
      *            its SELTYCAT.<catalog-id>.DAT catalog, typed;    *
      *          - each MASKCTL.DAT rule, by its column pattern.    *
      *          A column no catalog types takes the type another   *
      *          row for the same table and column has.             *
      *    "Q" - query: for a table and column (blank for the table *
      *          as a whole, a drop or rename of the table) every   *
      *          extract on it is listed with its output mode, the  *
      *          file it delivers and its owning job, then every    *
      *          load and masking rule, to COLIMPCT.DAT and the     *
      *          console, so a change request can carry the impact  *
      *          list. Each is listed once at the surest level it   *
      *          reached: COLUMN (named against the table),         *
      *          POSSIBLE (unqualified in a join) or TABLE (reads   *
      *          the table without naming the column -- a           *
      *          SELECT * with no baseline, or a load whose layout  *
      *          is the shared SELTYCAT.DAT).                       *
      *  The scan reads names, not meaning: a select-list alias     *
      *  given without AS reads as a column, and an inline view's   *
      *  alias as a table. Both err toward listing too much, never  *
      *  too little. A build that ran out of table room ends with   *
      *  RETURN-CODE 4, and one without EXTRCTL.DAT builds nothing  *
      *  and ends with 8, as does a query with no COLXREF.DAT.      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLXREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-CONTROL-FILE
               ASSIGN TO "EXTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT LOAD-CONTROL-FILE
               ASSIGN TO "LOADCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

           SELECT LOAD-RECORD-TYPE-FILE
               ASSIGN TO "LOADRTYP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTYPE-STATUS.

           SELECT MASK-CONTROL-FILE
               ASSIGN TO "MASKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT SEL-TYPE-CATALOG-FILE
               ASSIGN TO WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT COLUMN-XREF-FILE
               ASSIGN TO "COLXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT IMPACT-REPORT-FILE
               ASSIGN TO "COLIMPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-LINE      PIC X(100).

       FD  LOAD-CONTROL-FILE.
       01  LOAD-CONTROL-LINE         PIC X(167).

       FD  LOAD-RECORD-TYPE-FILE.
       01  LOAD-RECORD-TYPE-LINE     PIC X(284).

       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-LINE         PIC X(40).

       FD  SEL-TYPE-CATALOG-FILE.
       01  SEL-TYPE-CATALOG-LINE     PIC X(110).

       FD  COLUMN-XREF-FILE.
       01  COLUMN-XREF-LINE          PIC X(167).

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY EXTCTLLG.
       COPY SELTYCAT.
       COPY LOADRTYP.
       COPY COLXRFLG.

      * The LOADCTL.DAT row as FLATLOAD reads it.
       01  LOAD-CONTROL-RECORD.
           05  LDC-JOB-ID            PIC X(8).
           05  LDC-LOAD-RULES.
               10  LDC-TABLE-NAME        PIC X(30).
               10  LDC-LOAD-MODE         PIC X(6).
               10  LDC-ACTION-POS        PIC 9(3).
               10  LDC-KEY-COLUMN        OCCURS 4 TIMES PIC X(30).

      * The MASKCTL.DAT row as COLMASK reads it.
       01  MASK-CONTROL-RECORD.
           05  MSK-PATTERN           PIC X(30).
           05  MSK-STYLE             PIC X(5).

       01  WS-EXTRACT-STATUS         PIC X(2).
       01  WS-LOAD-STATUS            PIC X(2).
       01  WS-RTYPE-STATUS           PIC X(2).
       01  WS-MASK-STATUS            PIC X(2).
       01  WS-CATALOG-STATUS         PIC X(2).
       01  WS-XREF-STATUS            PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CATALOG-AT-END         PIC X(1).
       01  WS-CHOICE                 PIC X(1).
       01  WS-TODAY                  PIC X(8).
       01  WS-CATALOG-FILE-NAME      PIC X(21).

      * The cross-reference as it is built, one entry per table,
      * column, source and object; written out whole at the end.
       01  WS-XREF-SIZE              PIC S9(9) COMP VALUE 3000.
       01  WS-XREF-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-XREF-IX                PIC S9(9) COMP.
       01  WS-XREF-IX2               PIC S9(9) COMP.
       01  WS-FOUND-IX               PIC S9(9) COMP.
       01  WS-XREF-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY         OCCURS 3000 TIMES.
               10  WS-XR-TABLE           PIC X(30).
               10  WS-XR-COLUMN          PIC X(30).
               10  WS-XR-SOURCE          PIC X(1).
               10  WS-XR-OBJECT-ID       PIC X(8).
               10  WS-XR-JOB-ID          PIC X(8).
               10  WS-XR-MODE            PIC X(6).
               10  WS-XR-TARGET          PIC X(30).
               10  WS-XR-MATCH           PIC X(1).
               10  WS-XR-STATUS          PIC X(1).
               10  WS-XR-TYPED           PIC X(1).
               10  WS-XR-SELDVTYP        PIC S9(4) COMP.
               10  WS-XR-SELDVLN         PIC S9(9) COMP.
               10  WS-XR-PIC-CLAUSE      PIC X(30).

      * The definition whose rows are being added.
       01  WS-CUR-SOURCE             PIC X(1).
       01  WS-CUR-OBJECT-ID          PIC X(8).
       01  WS-CUR-JOB-ID             PIC X(8).
       01  WS-CUR-MODE               PIC X(6).
       01  WS-CUR-TARGET             PIC X(30).
       01  WS-CUR-STATUS             PIC X(1).

      * The row being added.
       01  WS-NEW-TABLE              PIC X(30).
       01  WS-NEW-COLUMN             PIC X(30).
       01  WS-NEW-MATCH              PIC X(1).
       01  WS-NEW-TYPED              PIC X(1).
       01  WS-NEW-SELDVTYP           PIC S9(4) COMP.
       01  WS-NEW-SELDVLN            PIC S9(9) COMP.
       01  WS-NEW-PIC-CLAUSE         PIC X(30).

       01  WS-EXTRACT-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-NO-BASELINE-COUNT      PIC S9(9) COMP VALUE ZERO.
       01  WS-LOAD-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-MASK-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(9) COMP VALUE ZERO.

      * The extract definition being read.
       01  WS-HAVE-EXTRACT           PIC X(1) VALUE "N".
       01  WS-SAVED-EXTRACT-ID       PIC X(8).
       01  WS-SAVED-JOB-ID           PIC X(8).
       01  WS-SAVED-OUTPUT-MODE      PIC X(3).
       01  WS-SAVED-STATUS           PIC X(1).
       01  WS-STMT-TEXT              PIC X(2000).
       01  WS-STMT-LEN               PIC S9(9) COMP.
       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-SEGMENT-LEN            PIC S9(9) COMP.
       01  WS-TEXT-DROPPED           PIC X(1).

      * What the scan of one statement found: its tables with
      * their aliases, and every column reference with the table
      * or alias (if any) that qualified it.
       01  WS-TAB-SIZE               PIC S9(9) COMP VALUE 20.
       01  WS-TAB-COUNT              PIC S9(9) COMP.
       01  WS-TAB-IX                 PIC S9(9) COMP.
       01  WS-TAB-FOUND-IX           PIC S9(9) COMP.
       01  WS-STMT-TABLES.
           05  WS-TAB-ENTRY          OCCURS 20 TIMES.
               10  WS-TAB-NAME           PIC X(30).
               10  WS-TAB-ALIAS          PIC X(30).
       01  WS-REF-SIZE               PIC S9(9) COMP VALUE 200.
       01  WS-REF-COUNT              PIC S9(9) COMP.
       01  WS-REF-IX                 PIC S9(9) COMP.
       01  WS-REF-FOUND              PIC X(1).
       01  WS-STMT-REFS.
           05  WS-REF-ENTRY          OCCURS 200 TIMES.
               10  WS-REF-QUALIFIER      PIC X(30).
               10  WS-REF-NAME           PIC X(30).
       01  WS-SCAN-OVERFLOW          PIC X(1).

      * Scanner state. WS-FROM-STATE: "N" not in a FROM list, "T"
      * a table name is next, "A" after a table (an alias may
      * follow), "L" after its alias. WS-LAST-KIND is the previous
      * token: "(" an open parenthesis, "L" a literal or bind, "F"
      * a datetime field or TRIM keyword just inside a parenthesis
      * (EXTRACT(YEAR FROM ...) -- that FROM opens no table list),
      * "W" anything else.
       01  WS-CHAR-IX                PIC S9(9) COMP.
       01  WS-PEEK-IX                PIC S9(9) COMP.
       01  WS-WORD-START             PIC S9(9) COMP.
       01  WS-WORD-LEN               PIC S9(9) COMP.
       01  WS-WORD-END               PIC X(1).
       01  WS-CHAR                   PIC X(1).
           88  WS-WORD-CHAR          VALUES "A" THRU "Z"
                                            "a" THRU "z"
                                            "0" THRU "9"
                                            "_" "$" "#" ".".
           88  WS-LETTER             VALUES "A" THRU "Z"
                                            "a" THRU "z".
           88  WS-DIGIT              VALUES "0" THRU "9".
       01  WS-WORD                   PIC X(92).
       01  WS-WORD-NAME              PIC X(30).
       01  WS-WORD-QUALIFIER         PIC X(30).
       01  WS-DOT-LAST               PIC S9(9) COMP.
       01  WS-DOT-PREV               PIC S9(9) COMP.
       01  WS-POS                    PIC S9(9) COMP.
       01  WS-IS-FUNCTION            PIC X(1).
       01  WS-IS-KEYWORD             PIC X(1).
       01  WS-FROM-STATE             PIC X(1).
       01  WS-LAST-KIND              PIC X(1).
       01  WS-ALIAS-NEXT             PIC X(1).

      * SQL words that are never column names. FROM, JOIN and AS
      * steer the scan and are tested for on their own.
       01  WS-KEYWORD-LIST.
           05  FILLER                PIC X(12) VALUE "SELECT".
           05  FILLER                PIC X(12) VALUE "WHERE".
           05  FILLER                PIC X(12) VALUE "AND".
           05  FILLER                PIC X(12) VALUE "OR".
           05  FILLER                PIC X(12) VALUE "NOT".
           05  FILLER                PIC X(12) VALUE "IN".
           05  FILLER                PIC X(12) VALUE "IS".
           05  FILLER                PIC X(12) VALUE "NULL".
           05  FILLER                PIC X(12) VALUE "ON".
           05  FILLER                PIC X(12) VALUE "INNER".
           05  FILLER                PIC X(12) VALUE "LEFT".
           05  FILLER                PIC X(12) VALUE "RIGHT".
           05  FILLER                PIC X(12) VALUE "FULL".
           05  FILLER                PIC X(12) VALUE "OUTER".
           05  FILLER                PIC X(12) VALUE "CROSS".
           05  FILLER                PIC X(12) VALUE "NATURAL".
           05  FILLER                PIC X(12) VALUE "GROUP".
           05  FILLER                PIC X(12) VALUE "BY".
           05  FILLER                PIC X(12) VALUE "ORDER".
           05  FILLER                PIC X(12) VALUE "HAVING".
           05  FILLER                PIC X(12) VALUE "UNION".
           05  FILLER                PIC X(12) VALUE "ALL".
           05  FILLER                PIC X(12) VALUE "DISTINCT".
           05  FILLER                PIC X(12) VALUE "UNIQUE".
           05  FILLER                PIC X(12) VALUE "CASE".
           05  FILLER                PIC X(12) VALUE "WHEN".
           05  FILLER                PIC X(12) VALUE "THEN".
           05  FILLER                PIC X(12) VALUE "ELSE".
           05  FILLER                PIC X(12) VALUE "END".
           05  FILLER                PIC X(12) VALUE "BETWEEN".
           05  FILLER                PIC X(12) VALUE "LIKE".
           05  FILLER                PIC X(12) VALUE "ESCAPE".
           05  FILLER                PIC X(12) VALUE "EXISTS".
           05  FILLER                PIC X(12) VALUE "ASC".
           05  FILLER                PIC X(12) VALUE "DESC".
           05  FILLER                PIC X(12) VALUE "NULLS".
           05  FILLER                PIC X(12) VALUE "WITH".
           05  FILLER                PIC X(12) VALUE "SYSDATE".
           05  FILLER                PIC X(12) VALUE "SYSTIMESTAMP".
           05  FILLER                PIC X(12) VALUE "ROWNUM".
           05  FILLER                PIC X(12) VALUE "ROWID".
           05  FILLER                PIC X(12) VALUE "LEVEL".
           05  FILLER                PIC X(12) VALUE "PRIOR".
           05  FILLER                PIC X(12) VALUE "CONNECT".
           05  FILLER                PIC X(12) VALUE "START".
           05  FILLER                PIC X(12) VALUE "MINUS".
           05  FILLER                PIC X(12) VALUE "INTERSECT".
           05  FILLER                PIC X(12) VALUE "ANY".
           05  FILLER                PIC X(12) VALUE "SOME".
           05  FILLER                PIC X(12) VALUE "USING".
           05  FILLER                PIC X(12) VALUE "FOR".
           05  FILLER                PIC X(12) VALUE "UPDATE".
           05  FILLER                PIC X(12) VALUE "OF".
           05  FILLER                PIC X(12) VALUE "NOWAIT".
           05  FILLER                PIC X(12) VALUE "DUAL".
           05  FILLER                PIC X(12) VALUE "USER".
           05  FILLER                PIC X(12) VALUE "DATE".
           05  FILLER                PIC X(12) VALUE "TIMESTAMP".
           05  FILLER                PIC X(12) VALUE "INTERVAL".
           05  FILLER                PIC X(12) VALUE "PARTITION".
           05  FILLER                PIC X(12) VALUE "OVER".
       01  WS-KEYWORD-ENTRIES REDEFINES WS-KEYWORD-LIST.
           05  WS-KEYWORD            OCCURS 61 TIMES PIC X(12).
       01  WS-KEYWORD-COUNT          PIC S9(9) COMP VALUE 61.
       01  WS-KEYWORD-IX             PIC S9(9) COMP.

      * The load rules of a LOADCTL.DAT row or a LOADRTYP.DAT
      * type, which carry them in the same layout.
       01  WS-LOAD-JOB-ID            PIC X(8).
       01  WS-LOAD-RULES.
           05  WS-LR-TABLE-NAME      PIC X(30).
           05  WS-LR-LOAD-MODE       PIC X(6).
           05  WS-LR-ACTION-POS      PIC 9(3).
           05  WS-LR-KEY-COLUMN      OCCURS 4 TIMES PIC X(30).
       01  WS-KEY-IX                 PIC S9(9) COMP.

      * Query.
       01  WS-QUERY-TABLE            PIC X(30).
       01  WS-QUERY-COLUMN           PIC X(30).
       01  WS-QUERY-NAME             PIC X(61).
       01  WS-BUILD-DATE             PIC X(8).
       01  WS-COLUMN-TYPED           PIC X(1) VALUE "N".
       01  WS-COLUMN-SELDVTYP        PIC S9(4).
       01  WS-COLUMN-SELDVLN         PIC S9(9).
       01  WS-COLUMN-PIC-CLAUSE      PIC X(30).
       01  WS-STAR-POS               PIC S9(4) COMP.
       01  WS-PREFIX-LEN             PIC S9(4) COMP.
       01  WS-HIT-RANK               PIC 9(1).
       01  WS-HIT-SIZE               PIC S9(9) COMP VALUE 500.
       01  WS-HIT-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-HIT-IX                 PIC S9(9) COMP.
       01  WS-HIT-FOUND-IX           PIC S9(9) COMP.
       01  WS-HIT-OVERFLOW           PIC X(1) VALUE "N".
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY          OCCURS 500 TIMES.
               10  WS-HIT-SOURCE         PIC X(1).
               10  WS-HIT-OBJECT-ID      PIC X(8).
               10  WS-HIT-JOB-ID         PIC X(8).
               10  WS-HIT-MODE           PIC X(6).
               10  WS-HIT-TARGET         PIC X(30).
               10  WS-HIT-PATTERN        PIC X(30).
               10  WS-HIT-RANK-HELD      PIC 9(1).
               10  WS-HIT-STATUS         PIC X(1).
               10  WS-HIT-TYPED          PIC X(1).
               10  WS-HIT-SELDVTYP       PIC S9(4).
               10  WS-HIT-SELDVLN        PIC S9(9).
       01  WS-LIST-SOURCE            PIC X(1).
       01  WS-EXTRACT-HITS           PIC S9(9) COMP VALUE ZERO.
       01  WS-LOAD-HITS              PIC S9(9) COMP VALUE ZERO.
       01  WS-MASK-HITS              PIC S9(9) COMP VALUE ZERO.

       01  WS-REPORT-TEXT            PIC X(132).
       01  WS-EDIT-SELDVTYP          PIC -(4)9.
       01  WS-EDIT-SELDVLN           PIC Z(8)9.

       01  IMPACT-DETAIL-LINE.
           05  IMD-KIND              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-OBJECT-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-MODE              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-TARGET            PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-LEVEL             PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-SELDVTYP          PIC -(4)9 BLANK WHEN ZERO.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-SELDVLN           PIC Z(8)9 BLANK WHEN ZERO.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  IMD-STATUS            PIC X(7).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY

           DISPLAY "COLXREF: B = build the column cross-reference, "
               "Q = list what a table or column change affects"
               UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE

           EVALUATE WS-CHOICE
               WHEN "B"
                   PERFORM BUILD-PARA
               WHEN "Q"
                   PERFORM QUERY-PARA
               WHEN OTHER
                   DISPLAY "COLXREF: answer B or Q -- nothing done"
                       UPON CONSOLE
                   MOVE 8             TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       BUILD-PARA.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "COLXREF: no EXTRCTL.DAT on disk -- nothing "
                   "built" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ EXTRACT-CONTROL-FILE
                   AT END
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       PERFORM EXTRACT-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE EXTRACT-CONTROL-FILE
           PERFORM FINISH-EXTRACT-PARA

           PERFORM LOAD-CONTROL-PARA
           PERFORM LOAD-RECORD-TYPE-PARA
           PERFORM MASK-CONTROL-PARA

           PERFORM FILL-TYPE-PARA
               VARYING WS-XREF-IX FROM 1 BY 1
               UNTIL WS-XREF-IX > WS-XREF-COUNT

           OPEN OUTPUT COLUMN-XREF-FILE
           PERFORM WRITE-XREF-PARA
               VARYING WS-XREF-IX FROM 1 BY 1
               UNTIL WS-XREF-IX > WS-XREF-COUNT
           CLOSE COLUMN-XREF-FILE

           DISPLAY "COLXREF: " WS-EXTRACT-COUNT " extract(s) ("
               WS-NO-BASELINE-COUNT " without a SELTYBAS baseline), "
               WS-LOAD-COUNT " load row(s), " WS-MASK-COUNT
               " masking rule(s) -- " WS-WRITTEN-COUNT
               " row(s) in COLXREF.DAT" UPON CONSOLE

           IF WS-XREF-OVERFLOW = "Y"
               DISPLAY "COLXREF WARNING: more than " WS-XREF-SIZE
                   " cross-reference rows -- the rest were not kept"
                   UPON CONSOLE
               MOVE 4                 TO RETURN-CODE
           END-IF.

      * Plain READ, then remap the 100-byte line into the layout
      * the kind field selects, as EXTDRV does.
       EXTRACT-LINE-PARA.
           MOVE EXTRACT-CONTROL-LINE  TO EXTRACT-CONTROL-RECORD
           EVALUATE ECT-KIND
               WHEN "EXTRACT "
                   PERFORM FINISH-EXTRACT-PARA
                   MOVE "Y"           TO WS-HAVE-EXTRACT
                   MOVE ECT-EXTRACT-ID  TO WS-SAVED-EXTRACT-ID
                   MOVE ECT-JOB-ID    TO WS-SAVED-JOB-ID
                   MOVE ECT-OUTPUT-MODE TO WS-SAVED-OUTPUT-MODE
                   MOVE ECT-STATUS    TO WS-SAVED-STATUS
                   MOVE SPACES        TO WS-STMT-TEXT
                   MOVE 1             TO WS-SQL-PTR
                   MOVE ZERO          TO WS-STMT-LEN
                   MOVE "N"           TO WS-TEXT-DROPPED
               WHEN "SQLTEXT "
                   IF WS-HAVE-EXTRACT = "Y"
                       PERFORM APPEND-SQL-SEGMENT-PARA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPEND-SQL-SEGMENT-PARA.
           MOVE EXTRACT-CONTROL-LINE    TO SQL-TEXT-CONTROL-RECORD
           COMPUTE WS-SEGMENT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
               SCT-SEGMENT-TEXT, TRAILING))

           IF SCT-SEGMENT-TEXT NOT = SPACES
               IF WS-SQL-PTR + WS-SEGMENT-LEN <= 2000
                   STRING SCT-SEGMENT-TEXT(1:WS-SEGMENT-LEN)
                                                       DELIMITED SIZE
                          " "                          DELIMITED SIZE
                       INTO WS-STMT-TEXT
                       WITH POINTER WS-SQL-PTR
                   COMPUTE WS-STMT-LEN = WS-SQL-PTR - 1
               ELSE
                   MOVE "Y"           TO WS-TEXT-DROPPED
               END-IF
           END-IF.

       FINISH-EXTRACT-PARA.
           IF WS-HAVE-EXTRACT = "Y"
               MOVE "N"               TO WS-HAVE-EXTRACT
               ADD 1                  TO WS-EXTRACT-COUNT
               MOVE "E"               TO WS-CUR-SOURCE
               MOVE WS-SAVED-EXTRACT-ID  TO WS-CUR-OBJECT-ID
               MOVE WS-SAVED-JOB-ID   TO WS-CUR-JOB-ID
               MOVE WS-SAVED-OUTPUT-MODE TO WS-CUR-MODE
               MOVE WS-SAVED-STATUS   TO WS-CUR-STATUS
               PERFORM SET-EXTRACT-TARGET-PARA
               IF WS-TEXT-DROPPED = "Y"
                   DISPLAY WS-SAVED-EXTRACT-ID " COLXREF WARNING: "
                       "SQL text exceeds 2000 bytes -- only the "
                       "first 2000 scanned" UPON CONSOLE
               END-IF

               PERFORM SCAN-STATEMENT-PARA
               IF WS-SCAN-OVERFLOW = "Y"
                   DISPLAY WS-SAVED-EXTRACT-ID " COLXREF WARNING: "
                       "more than " WS-TAB-SIZE " tables or "
                       WS-REF-SIZE " column names -- the rest not "
                       "kept" UPON CONSOLE
               END-IF

               PERFORM NO-TYPE-PARA
               MOVE SPACES            TO WS-NEW-COLUMN
               MOVE "T"               TO WS-NEW-MATCH
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   MOVE WS-TAB-NAME(WS-TAB-IX)  TO WS-NEW-TABLE
                   PERFORM ADD-XREF-PARA
               END-PERFORM

               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                       UNTIL WS-REF-IX > WS-REF-COUNT
                   MOVE WS-REF-QUALIFIER(WS-REF-IX)
                                      TO WS-WORD-QUALIFIER
                   MOVE WS-REF-NAME(WS-REF-IX)  TO WS-WORD-NAME
                   PERFORM RESOLVE-COLUMN-PARA
               END-PERFORM

               PERFORM EXTRACT-BASELINE-PARA
           END-IF.

      * The file the extract's writer leaves for its readers: a CSV
      * extract is shipped by DLVRMGR, a BRK report and a JSON
      * file are picked up where the writer left them.
       SET-EXTRACT-TARGET-PARA.
           MOVE SPACES                TO WS-CUR-TARGET
           EVALUATE WS-SAVED-OUTPUT-MODE
               WHEN "CSV"
                   STRING "OUTB." DELIMITED SIZE
                       FUNCTION TRIM(WS-SAVED-EXTRACT-ID)
                                      DELIMITED SIZE
                       ".CSV" DELIMITED SIZE
                       INTO WS-CUR-TARGET
               WHEN "BRK"
                   STRING "BRKRPT." DELIMITED SIZE
                       FUNCTION TRIM(WS-SAVED-EXTRACT-ID)
                                      DELIMITED SIZE
                       ".DAT" DELIMITED SIZE
                       INTO WS-CUR-TARGET
               WHEN "JSN"
                   STRING "JSONEXP." DELIMITED SIZE
                       FUNCTION TRIM(WS-SAVED-EXTRACT-ID)
                                      DELIMITED SIZE
                       ".JSON" DELIMITED SIZE
                       INTO WS-CUR-TARGET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The select-list columns SELTYDIF keeps for the extract:
      * each takes its type onto every row its name already has
      * under this extract, or is resolved like an unqualified
      * name when the text never named it (SELECT *).
       EXTRACT-BASELINE-PARA.
           MOVE SPACES                TO WS-CATALOG-FILE-NAME
           STRING "SELTYBAS." DELIMITED SIZE
               FUNCTION TRIM(WS-SAVED-EXTRACT-ID) DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-CATALOG-FILE-NAME
           OPEN INPUT SEL-TYPE-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N"               TO WS-CATALOG-AT-END
               PERFORM UNTIL WS-CATALOG-AT-END = "Y"
                   READ SEL-TYPE-CATALOG-FILE
                           INTO SEL-TYPE-CATALOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-CATALOG-AT-END
                       NOT AT END
                           PERFORM BASELINE-COLUMN-PARA
                   END-READ
               END-PERFORM
               CLOSE SEL-TYPE-CATALOG-FILE
           ELSE
               ADD 1                  TO WS-NO-BASELINE-COUNT
           END-IF.

       BASELINE-COLUMN-PARA.
           IF STC-VNAME NOT = SPACES
               PERFORM CATALOG-TYPE-PARA
               MOVE FUNCTION UPPER-CASE(STC-VNAME)  TO WS-WORD-NAME
               MOVE "N"               TO WS-REF-FOUND
               PERFORM VARYING WS-REF-IX FROM 1 BY 1
                       UNTIL WS-REF-IX > WS-REF-COUNT
                   IF WS-REF-NAME(WS-REF-IX) = WS-WORD-NAME
                       MOVE "Y"       TO WS-REF-FOUND
                       MOVE WS-REF-QUALIFIER(WS-REF-IX)
                                      TO WS-WORD-QUALIFIER
                       PERFORM RESOLVE-COLUMN-PARA
                   END-IF
               END-PERFORM
               IF WS-REF-FOUND = "N"
                   MOVE SPACES        TO WS-WORD-QUALIFIER
                   PERFORM RESOLVE-COLUMN-PARA
               END-IF
           END-IF.

       CATALOG-TYPE-PARA.
           MOVE "Y"                   TO WS-NEW-TYPED
           MOVE STC-SELDVTYP          TO WS-NEW-SELDVTYP
           MOVE STC-SELDVLN           TO WS-NEW-SELDVLN
           MOVE STC-PIC-CLAUSE        TO WS-NEW-PIC-CLAUSE.

       NO-TYPE-PARA.
           MOVE "N"                   TO WS-NEW-TYPED
           MOVE ZERO                  TO WS-NEW-SELDVTYP
           MOVE ZERO                  TO WS-NEW-SELDVLN
           MOVE SPACES                TO WS-NEW-PIC-CLAUSE.

      * WS-WORD-NAME qualified by WS-WORD-QUALIFIER (or not): under
      * the table the qualifier names, else the only table, else
      * as a possible hit under every table of the statement.
       RESOLVE-COLUMN-PARA.
           MOVE WS-WORD-NAME          TO WS-NEW-COLUMN
           MOVE ZERO                  TO WS-TAB-FOUND-IX
           IF WS-WORD-QUALIFIER NOT = SPACES
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   IF WS-TAB-ALIAS(WS-TAB-IX) = WS-WORD-QUALIFIER
                       OR WS-TAB-NAME(WS-TAB-IX) = WS-WORD-QUALIFIER
                       MOVE WS-TAB-IX  TO WS-TAB-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TAB-FOUND-IX = ZERO AND WS-TAB-COUNT = 1
               MOVE 1                 TO WS-TAB-FOUND-IX
           END-IF

           IF WS-TAB-FOUND-IX > ZERO
               MOVE WS-TAB-NAME(WS-TAB-FOUND-IX)  TO WS-NEW-TABLE
               MOVE "C"               TO WS-NEW-MATCH
               PERFORM ADD-XREF-PARA
           ELSE
               MOVE "P"               TO WS-NEW-MATCH
               PERFORM VARYING WS-TAB-IX FROM 1 BY 1
                       UNTIL WS-TAB-IX > WS-TAB-COUNT
                   MOVE WS-TAB-NAME(WS-TAB-IX)  TO WS-NEW-TABLE
                   PERFORM ADD-XREF-PARA
               END-PERFORM
           END-IF.

      * One row per table, column, source and object: a second
      * mention makes a possible hit a sure one and brings its
      * type if the first had none.
       ADD-XREF-PARA.
           IF WS-NEW-TABLE NOT = SPACES
               MOVE ZERO              TO WS-FOUND-IX
               PERFORM VARYING WS-XREF-IX FROM 1 BY 1
                       UNTIL WS-XREF-IX > WS-XREF-COUNT
                          OR WS-FOUND-IX > ZERO
                   IF WS-XR-TABLE(WS-XREF-IX) = WS-NEW-TABLE
                       AND WS-XR-COLUMN(WS-XREF-IX) = WS-NEW-COLUMN
                       AND WS-XR-SOURCE(WS-XREF-IX) = WS-CUR-SOURCE
                       AND WS-XR-OBJECT-ID(WS-XREF-IX)
                           = WS-CUR-OBJECT-ID
                       MOVE WS-XREF-IX  TO WS-FOUND-IX
                   END-IF
               END-PERFORM

               IF WS-FOUND-IX > ZERO
                   IF WS-NEW-MATCH = "C"
                       MOVE "C"       TO WS-XR-MATCH(WS-FOUND-IX)
                   END-IF
                   IF WS-NEW-TYPED = "Y"
                       AND WS-XR-TYPED(WS-FOUND-IX) = "N"
                       MOVE WS-FOUND-IX  TO WS-XREF-IX
                       PERFORM SET-XREF-TYPE-PARA
                   END-IF
               ELSE
                   IF WS-XREF-COUNT < WS-XREF-SIZE
                       ADD 1          TO WS-XREF-COUNT
                       MOVE WS-XREF-COUNT  TO WS-XREF-IX
                       MOVE WS-NEW-TABLE   TO WS-XR-TABLE(WS-XREF-IX)
                       MOVE WS-NEW-COLUMN  TO WS-XR-COLUMN(WS-XREF-IX)
                       MOVE WS-CUR-SOURCE  TO WS-XR-SOURCE(WS-XREF-IX)
                       MOVE WS-CUR-OBJECT-ID
                                      TO WS-XR-OBJECT-ID(WS-XREF-IX)
                       MOVE WS-CUR-JOB-ID  TO WS-XR-JOB-ID(WS-XREF-IX)
                       MOVE WS-CUR-MODE    TO WS-XR-MODE(WS-XREF-IX)
                       MOVE WS-CUR-TARGET  TO WS-XR-TARGET(WS-XREF-IX)
                       MOVE WS-CUR-STATUS  TO WS-XR-STATUS(WS-XREF-IX)
                       MOVE WS-NEW-MATCH   TO WS-XR-MATCH(WS-XREF-IX)
                       MOVE "N"       TO WS-XR-TYPED(WS-XREF-IX)
                       MOVE ZERO      TO WS-XR-SELDVTYP(WS-XREF-IX)
                       MOVE ZERO      TO WS-XR-SELDVLN(WS-XREF-IX)
                       MOVE SPACES    TO WS-XR-PIC-CLAUSE(WS-XREF-IX)
                       IF WS-NEW-TYPED = "Y"
                           PERFORM SET-XREF-TYPE-PARA
                       END-IF
                   ELSE
                       MOVE "Y"       TO WS-XREF-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       SET-XREF-TYPE-PARA.
           MOVE "Y"                   TO WS-XR-TYPED(WS-XREF-IX)
           MOVE WS-NEW-SELDVTYP       TO WS-XR-SELDVTYP(WS-XREF-IX)
           MOVE WS-NEW-SELDVLN        TO WS-XR-SELDVLN(WS-XREF-IX)
           MOVE WS-NEW-PIC-CLAUSE     TO WS-XR-PIC-CLAUSE(WS-XREF-IX).

      * The statement is read token by token: quoted literals,
      * binds and numbers are passed over, names are sorted into
      * tables, aliases and column references by what came before.
       SCAN-STATEMENT-PARA.
           MOVE ZERO                  TO WS-TAB-COUNT
           MOVE ZERO                  TO WS-REF-COUNT
           MOVE "N"                   TO WS-SCAN-OVERFLOW
           MOVE "N"                   TO WS-FROM-STATE
           MOVE "W"                   TO WS-LAST-KIND
           MOVE "N"                   TO WS-ALIAS-NEXT
           MOVE 1                     TO WS-CHAR-IX
           PERFORM NEXT-TOKEN-PARA UNTIL WS-CHAR-IX > WS-STMT-LEN.

       NEXT-TOKEN-PARA.
           MOVE WS-STMT-TEXT(WS-CHAR-IX:1)  TO WS-CHAR
           EVALUATE TRUE
               WHEN WS-CHAR = "'"
                   PERFORM SKIP-LITERAL-PARA
                   MOVE "L"           TO WS-LAST-KIND
               WHEN WS-CHAR = ":"
                   ADD 1              TO WS-CHAR-IX
                   PERFORM SKIP-WORD-PARA
                   MOVE "L"           TO WS-LAST-KIND
               WHEN WS-DIGIT
                   PERFORM SKIP-WORD-PARA
                   MOVE "L"           TO WS-LAST-KIND
               WHEN WS-LETTER
                   PERFORM TAKE-WORD-PARA
               WHEN WS-CHAR = ","
                   IF WS-FROM-STATE = "A" OR WS-FROM-STATE = "L"
                       MOVE "T"       TO WS-FROM-STATE
                   END-IF
                   MOVE "N"           TO WS-ALIAS-NEXT
                   MOVE "W"           TO WS-LAST-KIND
                   ADD 1              TO WS-CHAR-IX
               WHEN WS-CHAR = "("
                   MOVE "N"           TO WS-FROM-STATE
                   MOVE "("           TO WS-LAST-KIND
                   ADD 1              TO WS-CHAR-IX
               WHEN WS-CHAR = ")"
                   MOVE "W"           TO WS-LAST-KIND
                   ADD 1              TO WS-CHAR-IX
               WHEN OTHER
                   ADD 1              TO WS-CHAR-IX
           END-EVALUATE.

      * A quoted literal, '' inside it being a quote it carries.
       SKIP-LITERAL-PARA.
           ADD 1                      TO WS-CHAR-IX
           MOVE "N"                   TO WS-WORD-END
           PERFORM UNTIL WS-WORD-END = "Y"
                      OR WS-CHAR-IX > WS-STMT-LEN
               IF WS-STMT-TEXT(WS-CHAR-IX:1) = "'"
                   IF WS-CHAR-IX < WS-STMT-LEN
                       AND WS-STMT-TEXT(WS-CHAR-IX + 1:1) = "'"
                       ADD 1          TO WS-CHAR-IX
                   ELSE
                       MOVE "Y"       TO WS-WORD-END
                   END-IF
               END-IF
               ADD 1                  TO WS-CHAR-IX
           END-PERFORM.

       SKIP-WORD-PARA.
           MOVE "N"                   TO WS-WORD-END
           PERFORM UNTIL WS-WORD-END = "Y"
                      OR WS-CHAR-IX > WS-STMT-LEN
               MOVE WS-STMT-TEXT(WS-CHAR-IX:1)  TO WS-CHAR
               IF WS-WORD-CHAR
                   ADD 1              TO WS-CHAR-IX
               ELSE
                   MOVE "Y"           TO WS-WORD-END
               END-IF
           END-PERFORM.

       TAKE-WORD-PARA.
           MOVE WS-CHAR-IX            TO WS-WORD-START
           PERFORM SKIP-WORD-PARA
           COMPUTE WS-WORD-LEN = WS-CHAR-IX - WS-WORD-START
           IF WS-WORD-LEN > 92
               MOVE 92                TO WS-WORD-LEN
           END-IF
           MOVE FUNCTION UPPER-CASE(
               WS-STMT-TEXT(WS-WORD-START:WS-WORD-LEN))  TO WS-WORD

      * A name followed by "(" is a function, not a column.
           MOVE "N"                   TO WS-IS-FUNCTION
           MOVE WS-CHAR-IX            TO WS-PEEK-IX
           PERFORM UNTIL WS-PEEK-IX > WS-STMT-LEN
                      OR WS-STMT-TEXT(WS-PEEK-IX:1) NOT = SPACE
               ADD 1                  TO WS-PEEK-IX
           END-PERFORM
           IF WS-PEEK-IX <= WS-STMT-LEN
               AND WS-STMT-TEXT(WS-PEEK-IX:1) = "("
               MOVE "Y"               TO WS-IS-FUNCTION
           END-IF

           PERFORM SPLIT-WORD-PARA
           IF WS-WORD-NAME NOT = SPACES
               PERFORM CLASSIFY-WORD-PARA
           END-IF.

      * SCHEMA.TABLE.COLUMN, TABLE.COLUMN or ALIAS.COLUMN: the last
      * part is the name, the one before it the qualifier.
       SPLIT-WORD-PARA.
           MOVE ZERO                  TO WS-DOT-LAST
           MOVE ZERO                  TO WS-DOT-PREV
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-WORD-LEN
               IF WS-WORD(WS-POS:1) = "."
                   MOVE WS-DOT-LAST   TO WS-DOT-PREV
                   MOVE WS-POS        TO WS-DOT-LAST
               END-IF
           END-PERFORM

           MOVE SPACES                TO WS-WORD-NAME
           MOVE SPACES                TO WS-WORD-QUALIFIER
           IF WS-DOT-LAST = ZERO
               MOVE WS-WORD(1:WS-WORD-LEN)  TO WS-WORD-NAME
           ELSE
               IF WS-WORD-LEN > WS-DOT-LAST
                   MOVE WS-WORD(WS-DOT-LAST + 1:
                                WS-WORD-LEN - WS-DOT-LAST)
                                      TO WS-WORD-NAME
               END-IF
               IF WS-DOT-LAST - WS-DOT-PREV > 1
                   MOVE WS-WORD(WS-DOT-PREV + 1:
                                WS-DOT-LAST - WS-DOT-PREV - 1)
                                      TO WS-WORD-QUALIFIER
               END-IF
           END-IF.

       CLASSIFY-WORD-PARA.
           MOVE "N"                   TO WS-IS-KEYWORD
           PERFORM VARYING WS-KEYWORD-IX FROM 1 BY 1
                   UNTIL WS-KEYWORD-IX > WS-KEYWORD-COUNT
               IF WS-KEYWORD(WS-KEYWORD-IX) = WS-WORD-NAME
                   MOVE "Y"           TO WS-IS-KEYWORD
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-WORD-NAME = "FROM"
                   IF WS-LAST-KIND NOT = "L"
                       AND WS-LAST-KIND NOT = "F"
                       MOVE "T"       TO WS-FROM-STATE
                   END-IF
                   MOVE "N"           TO WS-ALIAS-NEXT
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-WORD-NAME = "JOIN"
                   MOVE "T"           TO WS-FROM-STATE
                   MOVE "N"           TO WS-ALIAS-NEXT
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-WORD-NAME = "AS"
                   IF WS-FROM-STATE NOT = "A"
                       MOVE "N"       TO WS-FROM-STATE
                       MOVE "Y"       TO WS-ALIAS-NEXT
                   END-IF
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-LAST-KIND = "("
                   AND (WS-WORD-NAME = "YEAR" OR "MONTH" OR "DAY"
                     OR "HOUR" OR "MINUTE" OR "SECOND"
                     OR "LEADING" OR "TRAILING" OR "BOTH")
                   MOVE "F"           TO WS-LAST-KIND
               WHEN WS-IS-KEYWORD = "Y"
                   MOVE "N"           TO WS-FROM-STATE
                   MOVE "N"           TO WS-ALIAS-NEXT
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-IS-FUNCTION = "Y"
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-FROM-STATE = "T"
                   PERFORM ADD-STMT-TABLE-PARA
                   MOVE "A"           TO WS-FROM-STATE
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-FROM-STATE = "A"
                   IF WS-TAB-COUNT > ZERO
                       MOVE WS-WORD-NAME
                                      TO WS-TAB-ALIAS(WS-TAB-COUNT)
                   END-IF
                   MOVE "L"           TO WS-FROM-STATE
                   MOVE "W"           TO WS-LAST-KIND
               WHEN WS-ALIAS-NEXT = "Y"
                   MOVE "N"           TO WS-ALIAS-NEXT
                   MOVE "W"           TO WS-LAST-KIND
               WHEN OTHER
                   PERFORM ADD-STMT-REF-PARA
                   MOVE "N"           TO WS-FROM-STATE
                   MOVE "W"           TO WS-LAST-KIND
           END-EVALUATE.

      * Every FROM or JOIN entry is kept, a table met twice under
      * two aliases too, so A.COL and B.COL over a self-join both
      * resolve; the rows it gives are made once all the same.
       ADD-STMT-TABLE-PARA.
           IF WS-TAB-COUNT < WS-TAB-SIZE
               ADD 1                  TO WS-TAB-COUNT
               MOVE WS-WORD-NAME      TO WS-TAB-NAME(WS-TAB-COUNT)
               MOVE SPACES            TO WS-TAB-ALIAS(WS-TAB-COUNT)
           ELSE
               MOVE "Y"               TO WS-SCAN-OVERFLOW
           END-IF.

       ADD-STMT-REF-PARA.
           MOVE "N"                   TO WS-REF-FOUND
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
                   UNTIL WS-REF-IX > WS-REF-COUNT
               IF WS-REF-NAME(WS-REF-IX) = WS-WORD-NAME
                   AND WS-REF-QUALIFIER(WS-REF-IX) = WS-WORD-QUALIFIER
                   MOVE "Y"           TO WS-REF-FOUND
               END-IF
           END-PERFORM
           IF WS-REF-FOUND = "N"
               IF WS-REF-COUNT < WS-REF-SIZE
                   ADD 1              TO WS-REF-COUNT
                   MOVE WS-WORD-QUALIFIER
                                      TO WS-REF-QUALIFIER(WS-REF-COUNT)
                   MOVE WS-WORD-NAME  TO WS-REF-NAME(WS-REF-COUNT)
               ELSE
                   MOVE "Y"           TO WS-SCAN-OVERFLOW
               END-IF
           END-IF.

       LOAD-CONTROL-PARA.
           OPEN INPUT LOAD-CONTROL-FILE
           IF WS-LOAD-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ LOAD-CONTROL-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           MOVE LOAD-CONTROL-LINE
                                      TO LOAD-CONTROL-RECORD
                           IF LDC-TABLE-NAME NOT = SPACES
                               MOVE LDC-JOB-ID  TO WS-LOAD-JOB-ID
                               MOVE LDC-LOAD-RULES  TO WS-LOAD-RULES
                               PERFORM LOAD-RULES-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-CONTROL-FILE
           END-IF.

      * Header and trailer types load nothing; a parent or child
      * type adds its link column and its own catalog's columns.
       LOAD-RECORD-TYPE-PARA.
           OPEN INPUT LOAD-RECORD-TYPE-FILE
           IF WS-RTYPE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ LOAD-RECORD-TYPE-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           MOVE LOAD-RECORD-TYPE-LINE
                                      TO LOAD-RECORD-TYPE-RECORD
                           IF (LRT-ROLE = "P" OR LRT-ROLE = "C")
                               AND LRT-TABLE-NAME NOT = SPACES
                               PERFORM LOAD-TYPE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-RECORD-TYPE-FILE
           END-IF.

       LOAD-TYPE-PARA.
           MOVE LRT-JOB-ID            TO WS-LOAD-JOB-ID
           MOVE LRT-LOAD-RULES        TO WS-LOAD-RULES
           PERFORM LOAD-RULES-PARA

           IF LRT-ROLE = "C" AND LRT-LINK-COLUMN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(LRT-LINK-COLUMN)
                                      TO WS-NEW-COLUMN
               MOVE "C"               TO WS-NEW-MATCH
               PERFORM ADD-XREF-PARA
           END-IF

           IF LRT-CATALOG-ID NOT = SPACES
               MOVE SPACES            TO WS-CATALOG-FILE-NAME
               STRING "SELTYCAT." DELIMITED SIZE
                   FUNCTION TRIM(LRT-CATALOG-ID) DELIMITED SIZE
                   ".DAT" DELIMITED SIZE
                   INTO WS-CATALOG-FILE-NAME
               OPEN INPUT SEL-TYPE-CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   MOVE "N"           TO WS-CATALOG-AT-END
                   PERFORM UNTIL WS-CATALOG-AT-END = "Y"
                       READ SEL-TYPE-CATALOG-FILE
                               INTO SEL-TYPE-CATALOG-RECORD
                           AT END
                               MOVE "Y"  TO WS-CATALOG-AT-END
                           NOT AT END
                               IF STC-VNAME NOT = SPACES
                                   PERFORM CATALOG-TYPE-PARA
                                   MOVE FUNCTION UPPER-CASE(STC-VNAME)
                                      TO WS-NEW-COLUMN
                                   MOVE "C"  TO WS-NEW-MATCH
                                   PERFORM ADD-XREF-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEL-TYPE-CATALOG-FILE
               END-IF
           END-IF.

      * The table and key columns of one set of load rules, for
      * the job in WS-LOAD-JOB-ID ("DEFAULT " stands for every job
      * without a row of its own).
       LOAD-RULES-PARA.
           ADD 1                      TO WS-LOAD-COUNT
           MOVE "L"                   TO WS-CUR-SOURCE
           MOVE WS-LOAD-JOB-ID        TO WS-CUR-OBJECT-ID
           MOVE WS-LOAD-JOB-ID        TO WS-CUR-JOB-ID
           MOVE WS-LR-LOAD-MODE       TO WS-CUR-MODE
           IF WS-CUR-MODE = SPACES
               MOVE "INSERT"          TO WS-CUR-MODE
           END-IF
           MOVE SPACES                TO WS-CUR-TARGET
           IF WS-LOAD-JOB-ID = "DEFAULT "
               MOVE "LOADIN.<job-id>.DAT"  TO WS-CUR-TARGET
           ELSE
               STRING "LOADIN." DELIMITED SIZE
                   FUNCTION TRIM(WS-LOAD-JOB-ID) DELIMITED SIZE
                   ".DAT" DELIMITED SIZE
                   INTO WS-CUR-TARGET
           END-IF
           MOVE SPACE                 TO WS-CUR-STATUS

           PERFORM NO-TYPE-PARA
           MOVE FUNCTION UPPER-CASE(WS-LR-TABLE-NAME)  TO WS-NEW-TABLE
           MOVE SPACES                TO WS-NEW-COLUMN
           MOVE "T"                   TO WS-NEW-MATCH
           PERFORM ADD-XREF-PARA

           MOVE "C"                   TO WS-NEW-MATCH
           PERFORM VARYING WS-KEY-IX FROM 1 BY 1 UNTIL WS-KEY-IX > 4
               IF WS-LR-KEY-COLUMN(WS-KEY-IX) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(
                       WS-LR-KEY-COLUMN(WS-KEY-IX))  TO WS-NEW-COLUMN
                   PERFORM ADD-XREF-PARA
               END-IF
           END-PERFORM.

      * A masking rule names no table: it masks the column name (or
      * prefix) wherever an extract selects it.
       MASK-CONTROL-PARA.
           OPEN INPUT MASK-CONTROL-FILE
           IF WS-MASK-STATUS = "00"
               MOVE "M"               TO WS-CUR-SOURCE
               MOVE SPACES            TO WS-CUR-OBJECT-ID
               MOVE SPACES            TO WS-CUR-JOB-ID
               MOVE "MASKCTL.DAT"     TO WS-CUR-TARGET
               MOVE SPACE             TO WS-CUR-STATUS
               MOVE "*"               TO WS-NEW-TABLE
               MOVE "M"               TO WS-NEW-MATCH
               PERFORM NO-TYPE-PARA
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ MASK-CONTROL-FILE INTO MASK-CONTROL-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF MSK-PATTERN NOT = SPACES
                               ADD 1   TO WS-MASK-COUNT
                               MOVE MSK-STYLE  TO WS-CUR-MODE
                               MOVE FUNCTION UPPER-CASE(MSK-PATTERN)
                                      TO WS-NEW-COLUMN
                               PERFORM ADD-XREF-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-CONTROL-FILE
           END-IF.

       FILL-TYPE-PARA.
           IF WS-XR-TYPED(WS-XREF-IX) = "N"
               AND WS-XR-COLUMN(WS-XREF-IX) NOT = SPACES
               AND WS-XR-SOURCE(WS-XREF-IX) NOT = "M"
               PERFORM VARYING WS-XREF-IX2 FROM 1 BY 1
                       UNTIL WS-XREF-IX2 > WS-XREF-COUNT
                          OR WS-XR-TYPED(WS-XREF-IX) = "Y"
                   IF WS-XR-TYPED(WS-XREF-IX2) = "Y"
                       AND WS-XR-TABLE(WS-XREF-IX2)
                           = WS-XR-TABLE(WS-XREF-IX)
                       AND WS-XR-COLUMN(WS-XREF-IX2)
                           = WS-XR-COLUMN(WS-XREF-IX)
                       MOVE "Y"       TO WS-XR-TYPED(WS-XREF-IX)
                       MOVE WS-XR-SELDVTYP(WS-XREF-IX2)
                                      TO WS-XR-SELDVTYP(WS-XREF-IX)
                       MOVE WS-XR-SELDVLN(WS-XREF-IX2)
                                      TO WS-XR-SELDVLN(WS-XREF-IX)
                       MOVE WS-XR-PIC-CLAUSE(WS-XREF-IX2)
                                      TO WS-XR-PIC-CLAUSE(WS-XREF-IX)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-XREF-PARA.
           MOVE WS-XR-TABLE(WS-XREF-IX)      TO CXR-TABLE-NAME
           MOVE WS-XR-COLUMN(WS-XREF-IX)     TO CXR-COLUMN-NAME
           MOVE WS-XR-SOURCE(WS-XREF-IX)     TO CXR-SOURCE
           MOVE WS-XR-OBJECT-ID(WS-XREF-IX)  TO CXR-OBJECT-ID
           MOVE WS-XR-JOB-ID(WS-XREF-IX)     TO CXR-JOB-ID
           MOVE WS-XR-MODE(WS-XREF-IX)       TO CXR-MODE
           MOVE WS-XR-TARGET(WS-XREF-IX)     TO CXR-TARGET
           MOVE WS-XR-MATCH(WS-XREF-IX)      TO CXR-MATCH
           MOVE WS-XR-STATUS(WS-XREF-IX)     TO CXR-STATUS
           MOVE WS-XR-TYPED(WS-XREF-IX)      TO CXR-TYPED
           MOVE WS-XR-SELDVTYP(WS-XREF-IX)   TO CXR-SELDVTYP
           MOVE WS-XR-SELDVLN(WS-XREF-IX)    TO CXR-SELDVLN
           MOVE WS-XR-PIC-CLAUSE(WS-XREF-IX) TO CXR-PIC-CLAUSE
           MOVE WS-TODAY                     TO CXR-BUILD-DATE
           WRITE COLUMN-XREF-LINE FROM COLUMN-XREF-RECORD
           ADD 1                      TO WS-WRITTEN-COUNT.

       QUERY-PARA.
           DISPLAY "COLXREF: enter table name" UPON CONSOLE
           ACCEPT WS-QUERY-TABLE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-QUERY-TABLE))
                                      TO WS-QUERY-TABLE
           IF WS-QUERY-TABLE = SPACES
               DISPLAY "COLXREF: no table name -- nothing listed"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "COLXREF: enter column name (blank for the whole "
               "table)" UPON CONSOLE
           ACCEPT WS-QUERY-COLUMN FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-QUERY-COLUMN))
                                      TO WS-QUERY-COLUMN

           OPEN INPUT COLUMN-XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "COLXREF: no COLXREF.DAT on disk -- run the "
                   "build (B) first" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                TO WS-BUILD-DATE
           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ COLUMN-XREF-FILE INTO COLUMN-XREF-RECORD
                   AT END
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       PERFORM QUERY-ROW-PARA
               END-READ
           END-PERFORM
           CLOSE COLUMN-XREF-FILE

           PERFORM WRITE-IMPACT-PARA.

      * Rank of a hit: 1 TABLE, 2 POSSIBLE, 3 COLUMN, 4 a masking
      * pattern.
       QUERY-ROW-PARA.
           IF WS-BUILD-DATE = SPACES
               MOVE CXR-BUILD-DATE    TO WS-BUILD-DATE
           END-IF
           MOVE ZERO                  TO WS-HIT-RANK
           EVALUATE TRUE
               WHEN CXR-SOURCE = "M"
                   IF WS-QUERY-COLUMN NOT = SPACES
                       PERFORM MATCH-PATTERN-PARA
                   END-IF
               WHEN CXR-TABLE-NAME NOT = WS-QUERY-TABLE
                   CONTINUE
               WHEN CXR-COLUMN-NAME = SPACES
                   MOVE 1             TO WS-HIT-RANK
               WHEN CXR-COLUMN-NAME = WS-QUERY-COLUMN
                   IF CXR-MATCH = "C"
                       MOVE 3         TO WS-HIT-RANK
                   ELSE
                       MOVE 2         TO WS-HIT-RANK
                   END-IF
                   IF CXR-TYPED = "Y" AND WS-COLUMN-TYPED = "N"
                       MOVE "Y"       TO WS-COLUMN-TYPED
                       MOVE CXR-SELDVTYP  TO WS-COLUMN-SELDVTYP
                       MOVE CXR-SELDVLN   TO WS-COLUMN-SELDVLN
                       MOVE CXR-PIC-CLAUSE  TO WS-COLUMN-PIC-CLAUSE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-HIT-RANK > ZERO
               PERFORM KEEP-HIT-PARA
           END-IF.

      * Exact name, or a prefix ending in "*", as COLMASK matches.
       MATCH-PATTERN-PARA.
           MOVE ZERO                  TO WS-STAR-POS
           INSPECT CXR-COLUMN-NAME
               TALLYING WS-STAR-POS FOR CHARACTERS BEFORE INITIAL "*"
           IF WS-STAR-POS < 30
               MOVE WS-STAR-POS       TO WS-PREFIX-LEN
               IF WS-PREFIX-LEN = ZERO
                   MOVE 4             TO WS-HIT-RANK
               ELSE
                   IF WS-QUERY-COLUMN(1:WS-PREFIX-LEN)
                       = CXR-COLUMN-NAME(1:WS-PREFIX-LEN)
                       MOVE 4         TO WS-HIT-RANK
                   END-IF
               END-IF
           ELSE
               IF CXR-COLUMN-NAME = WS-QUERY-COLUMN
                   MOVE 4             TO WS-HIT-RANK
               END-IF
           END-IF.

      * One line per extract, load or rule, at its surest level.
       KEEP-HIT-PARA.
           MOVE ZERO                  TO WS-HIT-FOUND-IX
           PERFORM VARYING WS-HIT-IX FROM 1 BY 1
                   UNTIL WS-HIT-IX > WS-HIT-COUNT
               IF WS-HIT-SOURCE(WS-HIT-IX) = CXR-SOURCE
                   AND WS-HIT-OBJECT-ID(WS-HIT-IX) = CXR-OBJECT-ID
                   AND (CXR-SOURCE NOT = "M"
                     OR WS-HIT-PATTERN(WS-HIT-IX) = CXR-COLUMN-NAME)
                   MOVE WS-HIT-IX     TO WS-HIT-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-HIT-FOUND-IX = ZERO
               IF WS-HIT-COUNT < WS-HIT-SIZE
                   ADD 1              TO WS-HIT-COUNT
                   MOVE WS-HIT-COUNT  TO WS-HIT-FOUND-IX
                   MOVE ZERO  TO WS-HIT-RANK-HELD(WS-HIT-FOUND-IX)
               ELSE
                   MOVE "Y"           TO WS-HIT-OVERFLOW
               END-IF
           END-IF

           IF WS-HIT-FOUND-IX > ZERO
               IF WS-HIT-RANK > WS-HIT-RANK-HELD(WS-HIT-FOUND-IX)
                   MOVE WS-HIT-FOUND-IX  TO WS-HIT-IX
                   MOVE CXR-SOURCE    TO WS-HIT-SOURCE(WS-HIT-IX)
                   MOVE CXR-OBJECT-ID TO WS-HIT-OBJECT-ID(WS-HIT-IX)
                   MOVE CXR-JOB-ID    TO WS-HIT-JOB-ID(WS-HIT-IX)
                   MOVE CXR-MODE      TO WS-HIT-MODE(WS-HIT-IX)
                   MOVE CXR-TARGET    TO WS-HIT-TARGET(WS-HIT-IX)
                   MOVE CXR-COLUMN-NAME  TO WS-HIT-PATTERN(WS-HIT-IX)
                   MOVE WS-HIT-RANK   TO WS-HIT-RANK-HELD(WS-HIT-IX)
                   MOVE CXR-STATUS    TO WS-HIT-STATUS(WS-HIT-IX)
                   MOVE CXR-TYPED     TO WS-HIT-TYPED(WS-HIT-IX)
                   MOVE CXR-SELDVTYP  TO WS-HIT-SELDVTYP(WS-HIT-IX)
                   MOVE CXR-SELDVLN   TO WS-HIT-SELDVLN(WS-HIT-IX)
               END-IF
           END-IF.

       WRITE-IMPACT-PARA.
           OPEN OUTPUT IMPACT-REPORT-FILE

           MOVE SPACES                TO WS-QUERY-NAME
           IF WS-QUERY-COLUMN = SPACES
               MOVE WS-QUERY-TABLE    TO WS-QUERY-NAME
           ELSE
               STRING FUNCTION TRIM(WS-QUERY-TABLE) DELIMITED SIZE
                   "." DELIMITED SIZE
                   FUNCTION TRIM(WS-QUERY-COLUMN) DELIMITED SIZE
                   INTO WS-QUERY-NAME
           END-IF
           MOVE SPACES                TO WS-REPORT-TEXT
           STRING "IMPACT OF " DELIMITED SIZE
               FUNCTION TRIM(WS-QUERY-NAME) DELIMITED SIZE
               " -- COLXREF.DAT BUILT " DELIMITED SIZE
               WS-BUILD-DATE DELIMITED SIZE
               INTO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT-PARA

           IF WS-QUERY-COLUMN NOT = SPACES
               MOVE SPACES            TO WS-REPORT-TEXT
               IF WS-COLUMN-TYPED = "Y"
                   MOVE WS-COLUMN-SELDVTYP  TO WS-EDIT-SELDVTYP
                   MOVE WS-COLUMN-SELDVLN   TO WS-EDIT-SELDVLN
                   STRING "SELTYCAT TYPE " DELIMITED SIZE
                       FUNCTION TRIM(WS-EDIT-SELDVTYP) DELIMITED SIZE
                       "  LENGTH " DELIMITED SIZE
                       FUNCTION TRIM(WS-EDIT-SELDVLN) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       FUNCTION TRIM(WS-COLUMN-PIC-CLAUSE)
                                      DELIMITED SIZE
                       INTO WS-REPORT-TEXT
               ELSE
                   MOVE "SELTYCAT TYPE NOT KNOWN -- NO CATALOG OR "
                       & "BASELINE HAS THE COLUMN"  TO WS-REPORT-TEXT
               END-IF
               PERFORM WRITE-REPORT-TEXT-PARA
           END-IF

           MOVE "KIND     OBJECT   JOB      MODE   TARGET            "
               & "             LEVEL     TYPE    LENGTH STATUS"
                                      TO WS-REPORT-TEXT
           PERFORM WRITE-REPORT-TEXT-PARA

           MOVE "E"                   TO WS-LIST-SOURCE
           PERFORM LIST-HIT-PARA
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT
           MOVE "L"                   TO WS-LIST-SOURCE
           PERFORM LIST-HIT-PARA
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT
           MOVE "M"                   TO WS-LIST-SOURCE
           PERFORM LIST-HIT-PARA
               VARYING WS-HIT-IX FROM 1 BY 1
               UNTIL WS-HIT-IX > WS-HIT-COUNT

           CLOSE IMPACT-REPORT-FILE

           DISPLAY "COLXREF: " WS-EXTRACT-HITS " extract(s), "
               WS-LOAD-HITS " load(s), " WS-MASK-HITS
               " masking rule(s) affected -- see COLIMPCT.DAT"
               UPON CONSOLE
           IF WS-HIT-OVERFLOW = "Y"
               DISPLAY "COLXREF WARNING: more than " WS-HIT-SIZE
                   " affected -- the rest are not listed" UPON CONSOLE
           END-IF.

       WRITE-REPORT-TEXT-PARA.
           WRITE IMPACT-REPORT-LINE FROM WS-REPORT-TEXT
           DISPLAY FUNCTION TRIM(WS-REPORT-TEXT, TRAILING)
               UPON CONSOLE.

       LIST-HIT-PARA.
           IF WS-HIT-SOURCE(WS-HIT-IX) = WS-LIST-SOURCE
               EVALUATE WS-LIST-SOURCE
                   WHEN "E"
                       MOVE "EXTRACT "   TO IMD-KIND
                       ADD 1             TO WS-EXTRACT-HITS
                   WHEN "L"
                       MOVE "LOAD    "   TO IMD-KIND
                       ADD 1             TO WS-LOAD-HITS
                   WHEN OTHER
                       MOVE "MASK    "   TO IMD-KIND
                       ADD 1             TO WS-MASK-HITS
               END-EVALUATE
               MOVE WS-HIT-OBJECT-ID(WS-HIT-IX)  TO IMD-OBJECT-ID
               MOVE WS-HIT-JOB-ID(WS-HIT-IX)     TO IMD-JOB-ID
               MOVE WS-HIT-MODE(WS-HIT-IX)       TO IMD-MODE
               IF WS-LIST-SOURCE = "M"
                   MOVE WS-HIT-PATTERN(WS-HIT-IX)  TO IMD-TARGET
               ELSE
                   MOVE WS-HIT-TARGET(WS-HIT-IX)   TO IMD-TARGET
               END-IF
               EVALUATE WS-HIT-RANK-HELD(WS-HIT-IX)
                   WHEN 1
                       MOVE "TABLE   "   TO IMD-LEVEL
                   WHEN 2
                       MOVE "POSSIBLE"   TO IMD-LEVEL
                   WHEN 3
                       MOVE "COLUMN  "   TO IMD-LEVEL
                   WHEN OTHER
                       MOVE "PATTERN "   TO IMD-LEVEL
               END-EVALUATE
               IF WS-HIT-TYPED(WS-HIT-IX) = "Y"
                   MOVE WS-HIT-SELDVTYP(WS-HIT-IX)  TO IMD-SELDVTYP
                   MOVE WS-HIT-SELDVLN(WS-HIT-IX)   TO IMD-SELDVLN
               ELSE
                   MOVE ZERO             TO IMD-SELDVTYP
                   MOVE ZERO             TO IMD-SELDVLN
               END-IF
               IF WS-HIT-STATUS(WS-HIT-IX) = "R"
                   MOVE "RETIRED"        TO IMD-STATUS
               ELSE
                   MOVE SPACES           TO IMD-STATUS
               END-IF
               MOVE IMPACT-DETAIL-LINE   TO WS-REPORT-TEXT
               PERFORM WRITE-REPORT-TEXT-PARA
           END-IF.
