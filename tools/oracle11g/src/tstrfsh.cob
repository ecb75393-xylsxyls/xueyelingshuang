      ***************************************************************
      *                                                             *
      *               T  S  T  R  F  S  H                           *
      *                                                             *
      *  Masked test-environment refresh from production. The test  *
      *  team used to refresh its database from ad hoc extracts     *
      *  pushed through a desktop tool, and some of those left the  *
      *  building with real account numbers in them. A refresh job  *
      *  is now defined in RFSHCTL.DAT (rfshctl.cob), one row per   *
      *  table: the production query, a sampling rule and the       *
      *  target table. One run unit holds one connection, so the    *
      *  refresh runs as four steps of a stream, each answering the *
      *  step letter and then the refresh job id:                   *
      *                                                             *
      *    "E" - extract, on the production connection (the refresh *
      *          job id's own CONNDIR.DAT row). Each table's query  *
      *          runs through DYNSQL4 and every row it takes is     *
      *          passed through COLMASK under MASKCTL.DAT before it *
      *          is staged -- there is no switch to leave it out,   *
      *          and the extract refuses to run at all when         *
      *          MASKCTL.DAT is missing or empty. The rows are      *
      *          staged for FLATLOAD under the target job:          *
      *          LOADIN.<target-job-id>.DAT, a multi-record-type    *
      *          file with one record type per table ("Rnn", nn its *
      *          load position), and the                            *
      *          LOADRTYP.<target-job-id>.DAT rows and              *
      *          SELTYCAT.<catalog-id>.DAT catalogs that describe   *
      *          it, built from the query's DESCRIBE (catalog id:   *
      *          the first six bytes of the target job id and the   *
      *          load position). The stage summary, with the        *
      *          masking rules each table got, goes to              *
      *          RFSHSTG.<job-id>.DAT (rfshstlg.cob).               *
      *    "C" - clear, on the test connection (the target job id's *
      *          row): every staged table is emptied, children      *
      *          before parents, through DYNEXEC4 and UOWMGR.       *
      *          FLATLOAD, run under the target job id next, loads  *
      *          the staged file with its usual reject handling     *
      *          (LOADREJ.<target-job-id>.DAT).                     *
      *    "R" - report: per table, the rows fetched, staged,       *
      *          rejected by the load and loaded, and every masking *
      *          rule applied, to RFSHRPT.<job-id>.DAT and the      *
      *          console.                                           *
      *                                                             *
      *  Tables are staged, and so loaded, parents first: a row's   *
      *  RFC-PARENT-TABLE entries that are refreshed by the same    *
      *  job go ahead of it, and a cycle refuses the job.           *
      *                                                             *
      *  Extract and clear both refuse to run unless the target job *
      *  has a CONNDIR.DAT row of its own with a TNS alias, naming  *
      *  neither the connection of the refresh job itself nor the   *
      *  DEFAULT row's, the shop's production default. A source     *
      *  query that fails, or one whose columns do not fit          *
      *  FLATLOAD's 200-byte record, refuses the whole refresh: the *
      *  staged file is emptied, the stage summary says which       *
      *  table, and the clear step will not touch the test tables.  *
      *                                                             *
      *  Extract and clear register in JOBREG under the refresh job *
      *  id and end through the SQLRCBRG "SET  "/JOBREG             *
      *  "END  "/"SET  " ordering. The report's RETURN-CODE is 4    *
      *  when the load has not run since the extract or rejected    *
      *  anything, 8 when the extract was refused.                  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Name the staged                   *
      *              LOADRTYP.<job-id>.DAT with the job id trimmed, *
      *              as FLATLOAD opens it; a short job id missed    *
      *              the stage and loaded by LOADRTYP.DAT.          *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSTRFSH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFRESH-CONTROL-FILE
               ASSIGN TO "RFSHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT CONNECTION-DIRECTORY-FILE
               ASSIGN TO "CONNDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.

           SELECT MASK-CONTROL-FILE
               ASSIGN TO "MASKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

           SELECT REFRESH-STAGE-FILE
               ASSIGN TO WS-STAGE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT STAGED-LOAD-FILE
               ASSIGN TO WS-LOADIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-RECORD-TYPE-FILE
               ASSIGN TO WS-RTYPE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEL-TYPE-CATALOG-FILE
               ASSIGN TO WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAD-REJECT-FILE
               ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REFRESH-REPORT-FILE
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFRESH-CONTROL-FILE.
       01  REFRESH-CONTROL-LINE      PIC X(448).

       FD  CONNECTION-DIRECTORY-FILE.
       01  CONNECTION-DIRECTORY-LINE PIC X(112).

       FD  MASK-CONTROL-FILE.
       01  MASK-CONTROL-LINE         PIC X(40).

       FD  REFRESH-STAGE-FILE.
       01  REFRESH-STAGE-LINE        PIC X(181).

       FD  STAGED-LOAD-FILE.
       01  STAGED-LOAD-LINE          PIC X(200).

       FD  LOAD-RECORD-TYPE-FILE.
       01  LOAD-RECORD-TYPE-LINE     PIC X(284).

       FD  SEL-TYPE-CATALOG-FILE.
       01  SEL-TYPE-CATALOG-LINE     PIC X(110).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-LINE          PIC X(318).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  REFRESH-REPORT-FILE.
       01  REFRESH-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY RFSHCTL.
       COPY RFSHSTLG.
       COPY CONNDLG.
       COPY LOADRTYP.
       COPY SELTYCAT.
       COPY LOADRJLG.
       COPY JOBREGLG.

       01  MASK-CONTROL-RECORD.
           05  MSK-PATTERN           PIC X(30).
           05  MSK-STYLE             PIC X(5).

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-DIRECTORY-STATUS       PIC X(2).
       01  WS-MASK-STATUS            PIC X(2).
       01  WS-STAGE-STATUS           PIC X(2).
       01  WS-REJECT-STATUS          PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CHOICE                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "TSTRFSH ".
       01  WS-JOB-ID                 PIC X(8).
       01  WS-TARGET-JOB-ID          PIC X(8) VALUE SPACES.
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-REFUSED                PIC X(1) VALUE "N".

       01  WS-STAGE-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "RFSHSTG.".
           05  WS-STAGE-JOB-ID       PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-REPORT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "RFSHRPT.".
           05  WS-REPORT-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
      * FLATLOAD's own names for the target job's files.
       01  WS-LOADIN-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "LOADIN.".
           05  WS-LOADIN-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
      * Built the way FLATLOAD builds it, job id trimmed.
       01  WS-RTYPE-FILE-NAME        PIC X(21).
       01  WS-REJECT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "LOADREJ.".
           05  WS-REJECT-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-CATALOG-FILE-NAME      PIC X(21).

      * The refresh job's RFSHCTL.DAT rows, in file order, and the
      * load order worked out from their parents.
       01  WS-DEF-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-DEF-IX                 PIC S9(9) COMP.
       01  WS-DEF-IX2                PIC S9(9) COMP.
       01  WS-PARENT-IX              PIC S9(9) COMP.
       01  WS-DEF-TABLE.
           05  WS-DEF-ENTRY          OCCURS 10 TIMES.
               10  WS-DEF-ROW            PIC X(448).
               10  WS-DEF-TABLE-NAME     PIC X(30).
               10  WS-DEF-PLACED         PIC X(1).
       01  WS-ORDER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-ORDER-IX               PIC S9(9) COMP.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-DEF-IX       OCCURS 10 TIMES PIC S9(4) COMP.
       01  WS-PASS-PLACED            PIC S9(9) COMP.
       01  WS-PARENTS-READY          PIC X(1).

      * CONNDIR.DAT rows for the refresh job, the target job and
      * DEFAULT.
       01  WS-SOURCE-FOUND           PIC X(1).
       01  WS-SOURCE-CONN-NAME       PIC X(8).
       01  WS-SOURCE-TNS-ALIAS       PIC X(30).
       01  WS-TARGET-FOUND           PIC X(1).
       01  WS-TARGET-CONN-NAME       PIC X(8).
       01  WS-TARGET-TNS-ALIAS       PIC X(30).
       01  WS-DEFAULT-FOUND          PIC X(1).
       01  WS-DEFAULT-CONN-NAME      PIC X(8).
       01  WS-DEFAULT-TNS-ALIAS      PIC X(30).

      * MASKCTL.DAT patterns, the first 20 as COLMASK reads them.
       01  WS-PATTERN-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-PATTERN-IX             PIC S9(9) COMP.
       01  WS-PATTERN-TABLE.
           05  WS-PATTERN-ENTRY      OCCURS 20 TIMES.
               10  WS-PAT-TEXT           PIC X(30).
               10  WS-PAT-STYLE          PIC X(5).
       01  WS-STAR-POS               PIC S9(4) COMP.
       01  WS-PREFIX-LEN             PIC S9(4) COMP.

      * The current table's columns, from the EXTHDR header.
       01  WS-COLUMN-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-COL-IX                 PIC S9(9) COMP.
       01  WS-COLUMN-TABLE.
           05  WS-COLUMN-ENTRY       OCCURS 40 TIMES.
               10  WS-COL-NAME           PIC X(30).
               10  WS-COL-TYPE           PIC S9(4) COMP.
               10  WS-COL-WIDTH          PIC S9(4) COMP.
               10  WS-COL-PATTERN        PIC X(30).
               10  WS-COL-STYLE          PIC X(5).
       01  WS-MASK-HEADER            PIC X(3400).
       01  WS-MASK-FUNCTION          PIC X(5).
       01  WS-HDR-PTR                PIC S9(9) COMP.
       01  WS-HDR-SEGMENT            PIC X(110).
       01  WS-SEG-NAME               PIC X(80).
       01  WS-SEG-TYPE               PIC X(4).
       01  WS-SEG-LENGTH             PIC X(9).
       01  WS-SEG-PRECISION          PIC X(2).
       01  WS-SEG-SCALE              PIC X(2).
       01  WS-COUNT-TEXT             PIC X(4).
       01  WS-LAYOUT-LENGTH          PIC S9(9) COMP.
       01  WS-WIDTH-TEXT             PIC Z9.

      * The current table's staging.
       01  WS-POS-TEXT               PIC 9(2).
       01  WS-TYPE-CODE              PIC X(4).
       01  WS-CATALOG-ID             PIC X(8).
       01  WS-TABLE-STATUS           PIC X(1).
       01  WS-TABLE-FETCHED          PIC S9(9) COMP.
       01  WS-TABLE-STAGED           PIC S9(9) COMP.
       01  WS-FIRST-LINE             PIC S9(9) COMP.
       01  WS-LINE-NR                PIC S9(9) COMP VALUE ZERO.
       01  WS-SAMPLE-RULE            PIC X(5).
       01  WS-SAMPLE-VALUE           PIC S9(9) COMP.
       01  WS-SKIP-LEFT              PIC S9(9) COMP.
       01  WS-LIMIT-REACHED          PIC X(1).
       01  WS-RECORD-PTR             PIC S9(9) COMP.
       01  WS-STAGED-RECORD          PIC X(200).
       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-TOTAL-FETCHED          PIC S9(9) COMP VALUE ZERO.
       01  WS-TOTAL-STAGED           PIC S9(9) COMP VALUE ZERO.
       01  WS-TOTAL-MASKED           PIC S9(9) COMP VALUE ZERO.

      * The stage summary, read back by the clear and the report.
       01  WS-STAGE-DATE             PIC X(8).
       01  WS-STAGE-TIME             PIC X(6).
       01  WS-STAGE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-STAGE-IX               PIC S9(9) COMP.
       01  WS-STAGE-TABLE.
           05  WS-STAGE-ENTRY        OCCURS 10 TIMES.
               10  WS-STG-ROW            PIC X(181).
               10  WS-STG-REJECTED       PIC S9(9) COMP.
       01  WS-MASK-ROW-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-MASK-ROW-IX            PIC S9(9) COMP.
       01  WS-MASK-ROW-OVERFLOW      PIC X(1) VALUE "N".
       01  WS-MASK-ROW-TABLE.
           05  WS-MASK-ROW           OCCURS 400 TIMES PIC X(181).

      * The clear.
       01  WS-DELETE-FAILED          PIC X(1) VALUE "N".
       01  WS-CLEARED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DELETED-ROWS           PIC S9(9) COMP VALUE ZERO.

      * The report: the load is the latest FLATLOAD run of the
      * target job that started at or after the extract.
       01  WS-LOAD-FOUND             PIC X(1) VALUE "N".
       01  WS-LOAD-START             PIC X(14).
       01  WS-LOAD-END               PIC X(14).
       01  WS-STAGE-STAMP            PIC X(14).
       01  WS-RUN-START              PIC X(14).
       01  WS-REJECT-STAMP           PIC X(14).
       01  WS-TOTAL-REJECTED         PIC S9(9) COMP VALUE ZERO.
       01  WS-UNMATCHED-REJECTED     PIC S9(9) COMP VALUE ZERO.
       01  WS-TABLE-LOADED           PIC S9(9) COMP.
       01  WS-TOTAL-LOADED           PIC S9(9) COMP VALUE ZERO.
       01  WS-MATCH-IX               PIC S9(9) COMP.

       01  REFRESH-REPORT-HEADING.
           05  FILLER                PIC X(8)  VALUE "REFRESH ".
           05  RRH-JOB-ID            PIC X(8).
           05  FILLER                PIC X(8)  VALUE " TARGET ".
           05  RRH-TARGET-JOB-ID     PIC X(8).
           05  FILLER                PIC X(8)  VALUE " STAGED ".
           05  RRH-STAGE-DATE        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRH-STAGE-TIME        PIC X(6).
           05  FILLER                PIC X(8)  VALUE " LOADED ".
           05  RRH-LOAD-DATE         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRH-LOAD-TIME         PIC X(6).

       01  REFRESH-REPORT-TABLE-LINE.
           05  RRT-KIND              PIC X(5)  VALUE "TABLE".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-LOAD-POS          PIC 9(2).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-TABLE-NAME        PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-SAMPLE-RULE       PIC X(5).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-SAMPLE-VALUE      PIC Z(6)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-FETCHED           PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-STAGED            PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-REJECTED          PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-LOADED            PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRT-RESULT            PIC X(8).

       01  REFRESH-REPORT-MASK-LINE.
           05  RRM-KIND              PIC X(5)  VALUE "MASK ".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRM-LOAD-POS          PIC 9(2).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRM-TABLE-NAME        PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRM-COLUMN-NAME       PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRM-PATTERN           PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRM-STYLE             PIC X(5).

       01  REFRESH-REPORT-TOTAL-LINE.
           05  FILLER                PIC X(5)  VALUE "TOTAL".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRS-TABLES            PIC 9(2).
           05  FILLER                PIC X(51) VALUE SPACES.
           05  RRS-FETCHED           PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRS-STAGED            PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRS-REJECTED          PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRS-LOADED            PIC Z(8)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RRS-MASKED            PIC Z(3)9.
           05  FILLER                PIC X(13) VALUE " MASK RULE(S)".

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

      * DYNEXEC4 linkage set.
       01  WS-EXEC-STATUS            PIC S9(9) COMP.
       01  WS-ROWS-AFFECTED          PIC S9(9) COMP.

      * UOWMGR linkage set.
       01  WS-UOW-FUNCTION           PIC X(5).
       01  WS-UOW-ROWS               PIC S9(9) COMP.
       01  WS-UOW-RESUME-KEY         PIC X(80) VALUE SPACES.
       01  WS-UOW-COMMITTED          PIC X(1).

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       01  WS-RCBRG-FUNCTION         PIC X(5).
       01  WS-CONNECT-STATUS         PIC S9(9) COMP.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           DISPLAY "TSTRFSH: E = extract and mask from production, "
               "C = clear the test tables, R = refresh report"
               UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE
           DISPLAY "TSTRFSH: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE

           MOVE WS-JOB-ID             TO WS-STAGE-JOB-ID
           MOVE WS-JOB-ID             TO WS-REPORT-JOB-ID

           EVALUATE WS-CHOICE
               WHEN "E"
                   PERFORM EXTRACT-PARA
               WHEN "C"
                   PERFORM CLEAR-PARA
               WHEN "R"
                   PERFORM REPORT-PARA
               WHEN OTHER
                   DISPLAY "TSTRFSH: answer E, C or R -- nothing "
                       "done" UPON CONSOLE
                   MOVE 8             TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

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

      * A refusal before anything is registered or connected.
       REFUSE-RUN-PARA.
           MOVE 8                     TO RETURN-CODE
           STOP RUN.

       START-JOB-PARA.
           MOVE "START"               TO WS-JOBREG-FUNCTION
           CALL "JOBREG" USING WS-JOBREG-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-WORST-SQLCODE, WS-JOBREG-STATUS

           IF WS-JOBREG-STATUS = "D"
               DISPLAY "TSTRFSH: job " WS-JOB-ID " is already "
                   "running -- duplicate submission refused"
                   UPON CONSOLE
               MOVE 12                TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * Extract: every check is made before the production          *
      * connection is opened, then each table is staged in load     *
      * order.                                                      *
      ***************************************************************
       EXTRACT-PARA.
           PERFORM LOAD-DEFINITIONS-PARA
           PERFORM ORDER-TABLES-PARA

           PERFORM LOAD-MASK-RULES-PARA
           IF WS-PATTERN-COUNT = ZERO
               DISPLAY "TSTRFSH: MASKCTL.DAT missing or empty -- a "
                   "refresh never runs unmasked, nothing extracted"
                   UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF

           PERFORM CHECK-TARGET-PARA

           CALL "SQLCONN" USING WS-CALLER-ID, WS-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
               DISPLAY "TSTRFSH: CONNECT failed with SQLCODE "
                   WS-CONNECT-STATUS " -- nothing extracted"
                   UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF

           PERFORM START-JOB-PARA

           MOVE WS-TARGET-JOB-ID      TO WS-LOADIN-JOB-ID
           MOVE SPACES                TO WS-RTYPE-FILE-NAME
           STRING "LOADRTYP."                          DELIMITED SIZE
                  FUNCTION TRIM(WS-TARGET-JOB-ID)      DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-RTYPE-FILE-NAME
           OPEN OUTPUT STAGED-LOAD-FILE
           OPEN OUTPUT LOAD-RECORD-TYPE-FILE
           OPEN OUTPUT REFRESH-STAGE-FILE

           PERFORM STAGE-TABLE-PARA
               VARYING WS-ORDER-IX FROM 1 BY 1
               UNTIL WS-ORDER-IX > WS-ORDER-COUNT
                  OR WS-REFUSED = "Y"

           CLOSE STAGED-LOAD-FILE
           CLOSE LOAD-RECORD-TYPE-FILE
           CLOSE REFRESH-STAGE-FILE

      * Nothing half-staged is left for FLATLOAD to load: the file
      * and its record types are emptied, the GENMGR truncation.
           IF WS-REFUSED = "Y"
               OPEN OUTPUT STAGED-LOAD-FILE
               CLOSE STAGED-LOAD-FILE
               OPEN OUTPUT LOAD-RECORD-TYPE-FILE
               CLOSE LOAD-RECORD-TYPE-FILE
               DISPLAY "TSTRFSH " WS-JOB-ID ": refresh refused -- "
                   "nothing staged for " WS-TARGET-JOB-ID
                   UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           DISPLAY "TSTRFSH " WS-JOB-ID ": " WS-ORDER-COUNT
               " table(s), " WS-TOTAL-FETCHED " row(s) fetched, "
               WS-TOTAL-STAGED " staged in " WS-LOADIN-FILE-NAME
               " under " WS-TOTAL-MASKED " masked column(s) -- "
               "clear, then run FLATLOAD for job " WS-TARGET-JOB-ID
               UPON CONSOLE

           PERFORM END-RUN-PARA.

      * Each row is checked as it is read; one bad row refuses the
      * job, the RULECHK rows-for-the-job-id reading otherwise.
       LOAD-DEFINITIONS-PARA.
           OPEN INPUT REFRESH-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ REFRESH-CONTROL-FILE
                           INTO REFRESH-CONTROL-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF RFC-JOB-ID = WS-JOB-ID
                               PERFORM STORE-DEFINITION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFRESH-CONTROL-FILE
           END-IF

           IF WS-DEF-COUNT = ZERO
               DISPLAY "TSTRFSH: no RFSHCTL.DAT rows for job "
                   WS-JOB-ID " -- nothing extracted" UPON CONSOLE
               MOVE "Y"               TO WS-REFUSED
           END-IF

           IF WS-REFUSED = "Y"
               PERFORM REFUSE-RUN-PARA
           END-IF.

       STORE-DEFINITION-PARA.
           IF WS-DEF-COUNT = 10
               DISPLAY "TSTRFSH: more than 10 RFSHCTL.DAT rows for "
                   "job " WS-JOB-ID " -- nothing extracted"
                   UPON CONSOLE
               MOVE "Y"               TO WS-REFUSED
           ELSE
               IF WS-TARGET-JOB-ID = SPACES
                   MOVE RFC-TARGET-JOB-ID  TO WS-TARGET-JOB-ID
               END-IF

               EVALUATE TRUE
                   WHEN RFC-TARGET-JOB-ID = SPACES
                       OR RFC-TARGET-JOB-ID NOT = WS-TARGET-JOB-ID
                       DISPLAY "TSTRFSH: " FUNCTION TRIM(
                           RFC-TARGET-TABLE) " names target job "
                           RFC-TARGET-JOB-ID ", not the job's one "
                           "target " WS-TARGET-JOB-ID UPON CONSOLE
                       MOVE "Y"       TO WS-REFUSED
                   WHEN RFC-TARGET-TABLE = SPACES
                       OR RFC-SOURCE-QUERY = SPACES
                       DISPLAY "TSTRFSH: RFSHCTL.DAT row for job "
                           WS-JOB-ID " without a target table or a "
                           "source query" UPON CONSOLE
                       MOVE "Y"       TO WS-REFUSED
                   WHEN RFC-SAMPLE-RULE NOT = SPACES
                       AND RFC-SAMPLE-RULE NOT = "ALL  "
                       AND RFC-SAMPLE-RULE NOT = "LIMIT"
                       AND RFC-SAMPLE-RULE NOT = "EVERY"
                       DISPLAY "TSTRFSH: " FUNCTION TRIM(
                           RFC-TARGET-TABLE) " sampling rule "
                           RFC-SAMPLE-RULE " is not ALL, LIMIT or "
                           "EVERY" UPON CONSOLE
                       MOVE "Y"       TO WS-REFUSED
                   WHEN RFC-SAMPLE-RULE NOT = SPACES
                       AND RFC-SAMPLE-RULE NOT = "ALL  "
                       AND RFC-SAMPLE-VALUE IS NOT NUMERIC
                       DISPLAY "TSTRFSH: " FUNCTION TRIM(
                           RFC-TARGET-TABLE) " sampling value is "
                           "not a number" UPON CONSOLE
                       MOVE "Y"       TO WS-REFUSED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE "N"               TO WS-PARENTS-READY
               PERFORM FIND-DUPLICATE-PARA
                   VARYING WS-DEF-IX FROM 1 BY 1
                   UNTIL WS-DEF-IX > WS-DEF-COUNT
               IF WS-PARENTS-READY = "Y"
                   DISPLAY "TSTRFSH: " FUNCTION TRIM(RFC-TARGET-TABLE)
                       " is on more than one RFSHCTL.DAT row for job "
                       WS-JOB-ID UPON CONSOLE
                   MOVE "Y"           TO WS-REFUSED
               END-IF

               ADD 1                  TO WS-DEF-COUNT
               MOVE REFRESH-CONTROL-RECORD
                                      TO WS-DEF-ROW(WS-DEF-COUNT)
               MOVE RFC-TARGET-TABLE  TO WS-DEF-TABLE-NAME(
                                             WS-DEF-COUNT)
               MOVE "N"               TO WS-DEF-PLACED(WS-DEF-COUNT)
           END-IF.

       FIND-DUPLICATE-PARA.
           IF WS-DEF-TABLE-NAME(WS-DEF-IX) = RFC-TARGET-TABLE
               MOVE "Y"               TO WS-PARENTS-READY
           END-IF.

      * Pass after pass, every table whose refreshed parents are all
      * placed is placed next, in file order; a pass that places
      * nothing while tables are left means a parent cycle.
       ORDER-TABLES-PARA.
           MOVE 1                     TO WS-PASS-PLACED
           PERFORM UNTIL WS-ORDER-COUNT = WS-DEF-COUNT
                      OR WS-PASS-PLACED = ZERO
               MOVE ZERO              TO WS-PASS-PLACED
               PERFORM PLACE-TABLE-PARA
                   VARYING WS-DEF-IX FROM 1 BY 1
                   UNTIL WS-DEF-IX > WS-DEF-COUNT
           END-PERFORM

           IF WS-ORDER-COUNT < WS-DEF-COUNT
               DISPLAY "TSTRFSH: the RFSHCTL.DAT parent tables of job "
                   WS-JOB-ID " form a cycle -- nothing extracted"
                   UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF.

       PLACE-TABLE-PARA.
           IF WS-DEF-PLACED(WS-DEF-IX) = "N"
               MOVE WS-DEF-ROW(WS-DEF-IX)  TO REFRESH-CONTROL-RECORD
               MOVE "Y"               TO WS-PARENTS-READY
               PERFORM CHECK-PARENT-PARA
                   VARYING WS-PARENT-IX FROM 1 BY 1
                   UNTIL WS-PARENT-IX > 3
               IF WS-PARENTS-READY = "Y"
                   ADD 1              TO WS-ORDER-COUNT
                   MOVE WS-DEF-IX     TO WS-ORDER-DEF-IX(
                                             WS-ORDER-COUNT)
                   MOVE "Y"           TO WS-DEF-PLACED(WS-DEF-IX)
                   ADD 1              TO WS-PASS-PLACED
               END-IF
           END-IF.

      * A parent that is the table itself (a self-reference) or is
      * not refreshed by this job does not hold the table back.
       CHECK-PARENT-PARA.
           IF RFC-PARENT-TABLE(WS-PARENT-IX) NOT = SPACES
               AND RFC-PARENT-TABLE(WS-PARENT-IX)
                   NOT = RFC-TARGET-TABLE
               PERFORM CHECK-ONE-PARENT-PARA
                   VARYING WS-DEF-IX2 FROM 1 BY 1
                   UNTIL WS-DEF-IX2 > WS-DEF-COUNT
           END-IF.

       CHECK-ONE-PARENT-PARA.
           IF WS-DEF-TABLE-NAME(WS-DEF-IX2)
                   = RFC-PARENT-TABLE(WS-PARENT-IX)
               AND WS-DEF-PLACED(WS-DEF-IX2) = "N"
               MOVE "N"               TO WS-PARENTS-READY
           END-IF.

       LOAD-MASK-RULES-PARA.
           MOVE ZERO                  TO WS-PATTERN-COUNT
           OPEN INPUT MASK-CONTROL-FILE
           IF WS-MASK-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ MASK-CONTROL-FILE INTO MASK-CONTROL-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF WS-PATTERN-COUNT < 20
                               AND MSK-PATTERN NOT = SPACES
                               ADD 1      TO WS-PATTERN-COUNT
                               MOVE MSK-PATTERN
                                   TO WS-PAT-TEXT(WS-PATTERN-COUNT)
                               MOVE MSK-STYLE
                                   TO WS-PAT-STYLE(WS-PATTERN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-CONTROL-FILE
           END-IF.

      ***************************************************************
      * The production check. The target job must have a            *
      * CONNDIR.DAT row of its own, with a TNS alias (a blank alias *
      * connects the old default way), and neither its connection   *
      * name nor its alias may be the refresh job's connection or   *
      * the DEFAULT row's -- the connection every job without a row *
      * of its own runs on.                                         *
      ***************************************************************
       CHECK-TARGET-PARA.
           MOVE "N"                   TO WS-SOURCE-FOUND
           MOVE "N"                   TO WS-TARGET-FOUND
           MOVE "N"                   TO WS-DEFAULT-FOUND
           MOVE SPACES                TO WS-SOURCE-CONN-NAME
           MOVE SPACES                TO WS-SOURCE-TNS-ALIAS
           MOVE SPACES                TO WS-TARGET-CONN-NAME
           MOVE SPACES                TO WS-TARGET-TNS-ALIAS
           MOVE SPACES                TO WS-DEFAULT-CONN-NAME
           MOVE SPACES                TO WS-DEFAULT-TNS-ALIAS

           OPEN INPUT CONNECTION-DIRECTORY-FILE
           IF WS-DIRECTORY-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CONNECTION-DIRECTORY-FILE
                       INTO CONNECTION-DIRECTORY-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           PERFORM MATCH-DIRECTORY-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE CONNECTION-DIRECTORY-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-TARGET-FOUND = "N"
                   OR WS-TARGET-TNS-ALIAS = SPACES
                   DISPLAY "TSTRFSH: target job " WS-TARGET-JOB-ID
                       " has no CONNDIR.DAT row of its own naming a "
                       "TNS alias -- no test connection, refresh "
                       "refused" UPON CONSOLE
                   PERFORM REFUSE-RUN-PARA
               WHEN WS-SOURCE-FOUND = "Y"
                   AND (WS-TARGET-CONN-NAME = WS-SOURCE-CONN-NAME
                     OR FUNCTION UPPER-CASE(WS-TARGET-TNS-ALIAS)
                      = FUNCTION UPPER-CASE(WS-SOURCE-TNS-ALIAS))
                   DISPLAY "TSTRFSH: target job " WS-TARGET-JOB-ID
                       " connection " WS-TARGET-CONN-NAME " ("
                       FUNCTION TRIM(WS-TARGET-TNS-ALIAS) ") is the "
                       "production connection of job " WS-JOB-ID
                       " -- refresh refused" UPON CONSOLE
                   PERFORM REFUSE-RUN-PARA
               WHEN WS-DEFAULT-FOUND = "Y"
                   AND (WS-TARGET-CONN-NAME = WS-DEFAULT-CONN-NAME
                     OR FUNCTION UPPER-CASE(WS-TARGET-TNS-ALIAS)
                      = FUNCTION UPPER-CASE(WS-DEFAULT-TNS-ALIAS))
                   DISPLAY "TSTRFSH: target job " WS-TARGET-JOB-ID
                       " connection " WS-TARGET-CONN-NAME " ("
                       FUNCTION TRIM(WS-TARGET-TNS-ALIAS) ") is the "
                       "DEFAULT production connection -- refresh "
                       "refused" UPON CONSOLE
                   PERFORM REFUSE-RUN-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MATCH-DIRECTORY-ROW-PARA.
           IF CDR-JOB-ID = WS-JOB-ID
               AND WS-SOURCE-FOUND = "N"
               MOVE "Y"               TO WS-SOURCE-FOUND
               MOVE CDR-CONN-NAME     TO WS-SOURCE-CONN-NAME
               MOVE CDR-TNS-ALIAS     TO WS-SOURCE-TNS-ALIAS
           END-IF
           IF CDR-JOB-ID = WS-TARGET-JOB-ID
               AND WS-TARGET-FOUND = "N"
               MOVE "Y"               TO WS-TARGET-FOUND
               MOVE CDR-CONN-NAME     TO WS-TARGET-CONN-NAME
               MOVE CDR-TNS-ALIAS     TO WS-TARGET-TNS-ALIAS
           END-IF
           IF CDR-JOB-ID = "DEFAULT "
               AND WS-DEFAULT-FOUND = "N"
               MOVE "Y"               TO WS-DEFAULT-FOUND
               MOVE CDR-CONN-NAME     TO WS-DEFAULT-CONN-NAME
               MOVE CDR-TNS-ALIAS     TO WS-DEFAULT-TNS-ALIAS
           END-IF.

      ***************************************************************
      * One table: open the query, lay out its record type from     *
      * the header, then fetch, sample, mask and stage.             *
      ***************************************************************
       STAGE-TABLE-PARA.
           MOVE WS-ORDER-DEF-IX(WS-ORDER-IX)  TO WS-DEF-IX
           MOVE WS-DEF-ROW(WS-DEF-IX) TO REFRESH-CONTROL-RECORD
           MOVE WS-ORDER-IX           TO WS-POS-TEXT
           MOVE SPACES                TO WS-TYPE-CODE
           STRING "R"                                  DELIMITED SIZE
                  WS-POS-TEXT                          DELIMITED SIZE
               INTO WS-TYPE-CODE
           MOVE SPACES                TO WS-CATALOG-ID
           STRING FUNCTION TRIM(WS-TARGET-JOB-ID(1:6))
                                                       DELIMITED SIZE
                  WS-POS-TEXT                          DELIMITED SIZE
               INTO WS-CATALOG-ID

           MOVE "S"                   TO WS-TABLE-STATUS
           MOVE ZERO                  TO WS-TABLE-FETCHED
           MOVE ZERO                  TO WS-TABLE-STAGED
           MOVE ZERO                  TO WS-FIRST-LINE
           MOVE ZERO                  TO WS-COLUMN-COUNT
           INITIALIZE WS-COLUMN-TABLE

           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING FUNCTION TRIM(RFC-SOURCE-QUERY)  DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1

           MOVE "OPEN  "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           IF WS-DYN-STATUS NOT = ZERO
               MOVE "F"               TO WS-TABLE-STATUS
               DISPLAY "TSTRFSH: " FUNCTION TRIM(RFC-TARGET-TABLE)
                   " source query failed with status " WS-DYN-STATUS
                   " -- refresh refused" UPON CONSOLE
           ELSE
               MOVE "HEADER"          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
               PERFORM LAYOUT-TABLE-PARA
               IF WS-TABLE-STATUS = "S"
                   PERFORM FETCH-TABLE-PARA
               END-IF
               MOVE "CLOSE "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF

           IF WS-TABLE-STATUS NOT = "S"
               MOVE "Y"               TO WS-REFUSED
           END-IF

           ADD WS-TABLE-FETCHED       TO WS-TOTAL-FETCHED
           ADD WS-TABLE-STAGED        TO WS-TOTAL-STAGED
           PERFORM WRITE-STAGE-TABLE-PARA
           IF WS-TABLE-STATUS = "S"
               PERFORM WRITE-STAGE-MASK-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COLUMN-COUNT
           END-IF.

      * The header is *HDR*;nnnn;name|type|length|prec|scale;... --
      * each column's staged width is its NUMBER precision plus
      * sign and point (40 when unconstrained), 8 for a DATE
      * (YYYYMMDD), else its length up to FLATLOAD's 80.
       LAYOUT-TABLE-PARA.
           MOVE SPACES                TO WS-MASK-HEADER
           MOVE XSELDV                TO WS-MASK-HEADER
           MOVE ZERO                  TO WS-COLUMN-COUNT
           IF WS-MASK-HEADER(1:6) = "*HDR*;"
               MOVE WS-MASK-HEADER(7:4)  TO WS-COUNT-TEXT
               IF WS-COUNT-TEXT IS NUMERIC
                   COMPUTE WS-COLUMN-COUNT =
                       FUNCTION NUMVAL(WS-COUNT-TEXT)
               END-IF
           END-IF
           IF WS-COLUMN-COUNT > 40
               MOVE 40                TO WS-COLUMN-COUNT
           END-IF

           MOVE 12                    TO WS-HDR-PTR
           COMPUTE WS-LAYOUT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TYPE-CODE))
           PERFORM LAYOUT-COLUMN-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT

           IF WS-COLUMN-COUNT = ZERO OR WS-LAYOUT-LENGTH > 200
               MOVE "W"               TO WS-TABLE-STATUS
               DISPLAY "TSTRFSH: " FUNCTION TRIM(RFC-TARGET-TABLE)
                   " staged record would be " WS-LAYOUT-LENGTH
                   " byte(s) for " WS-COLUMN-COUNT " column(s), "
                   "FLATLOAD reads 200 -- refresh refused"
                   UPON CONSOLE
           ELSE
               MOVE "INIT "           TO WS-MASK-FUNCTION
               CALL "COLMASK" USING WS-MASK-FUNCTION, WS-CALLER-ID,
                   WS-MASK-HEADER, WS-COLUMN-COUNT, XSELDV
               PERFORM MATCH-COLUMN-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COLUMN-COUNT
               PERFORM WRITE-CATALOG-PARA
               PERFORM WRITE-RECORD-TYPE-PARA
           END-IF.

       LAYOUT-COLUMN-PARA.
           MOVE SPACES                TO WS-HDR-SEGMENT
           UNSTRING WS-MASK-HEADER DELIMITED BY ";"
               INTO WS-HDR-SEGMENT
               WITH POINTER WS-HDR-PTR
           MOVE SPACES                TO WS-SEG-NAME
           MOVE ZERO                  TO WS-SEG-TYPE
           MOVE ZERO                  TO WS-SEG-LENGTH
           MOVE ZERO                  TO WS-SEG-PRECISION
           MOVE ZERO                  TO WS-SEG-SCALE
           UNSTRING WS-HDR-SEGMENT DELIMITED BY "|"
               INTO WS-SEG-NAME, WS-SEG-TYPE, WS-SEG-LENGTH,
                    WS-SEG-PRECISION, WS-SEG-SCALE

           MOVE WS-SEG-NAME           TO WS-COL-NAME(WS-COL-IX)
           IF WS-SEG-TYPE IS NUMERIC
               COMPUTE WS-COL-TYPE(WS-COL-IX) =
                   FUNCTION NUMVAL(WS-SEG-TYPE)
           END-IF

           EVALUATE WS-COL-TYPE(WS-COL-IX)
               WHEN 2
                   IF WS-SEG-PRECISION IS NUMERIC
                       AND WS-SEG-PRECISION NOT = "00"
                       COMPUTE WS-COL-WIDTH(WS-COL-IX) =
                           FUNCTION NUMVAL(WS-SEG-PRECISION) + 2
                   ELSE
                       MOVE 40        TO WS-COL-WIDTH(WS-COL-IX)
                   END-IF
               WHEN 12
                   MOVE 8             TO WS-COL-WIDTH(WS-COL-IX)
               WHEN OTHER
                   IF WS-SEG-LENGTH IS NUMERIC
                       AND WS-SEG-LENGTH < "000000080"
                       COMPUTE WS-COL-WIDTH(WS-COL-IX) =
                           FUNCTION NUMVAL(WS-SEG-LENGTH)
                   ELSE
                       MOVE 80        TO WS-COL-WIDTH(WS-COL-IX)
                   END-IF
                   IF WS-COL-WIDTH(WS-COL-IX) < 1
                       MOVE 1         TO WS-COL-WIDTH(WS-COL-IX)
                   END-IF
           END-EVALUATE

           ADD WS-COL-WIDTH(WS-COL-IX)  TO WS-LAYOUT-LENGTH.

      * COLMASK's own matching (first pattern that fits wins), kept
      * here only to name the rule in the stage summary; COLMASK
      * does the masking and its MASKLOG.DAT audit.
       MATCH-COLUMN-PARA.
           PERFORM TRY-ONE-PATTERN-PARA
               VARYING WS-PATTERN-IX FROM 1 BY 1
               UNTIL WS-PATTERN-IX > WS-PATTERN-COUNT
                  OR WS-COL-STYLE(WS-COL-IX) NOT = SPACES.

       TRY-ONE-PATTERN-PARA.
           MOVE ZERO                  TO WS-STAR-POS
           INSPECT WS-PAT-TEXT(WS-PATTERN-IX)
               TALLYING WS-STAR-POS FOR CHARACTERS BEFORE INITIAL "*"
           IF WS-STAR-POS < 30
               MOVE WS-STAR-POS       TO WS-PREFIX-LEN
               IF WS-PREFIX-LEN = ZERO
                   PERFORM TAKE-PATTERN-PARA
               ELSE
                   IF WS-COL-NAME(WS-COL-IX)(1:WS-PREFIX-LEN)
                       = WS-PAT-TEXT(WS-PATTERN-IX)(1:WS-PREFIX-LEN)
                       PERFORM TAKE-PATTERN-PARA
                   END-IF
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-COL-NAME(WS-COL-IX))
                   = FUNCTION TRIM(WS-PAT-TEXT(WS-PATTERN-IX))
                   PERFORM TAKE-PATTERN-PARA
               END-IF
           END-IF.

       TAKE-PATTERN-PARA.
           MOVE WS-PAT-TEXT(WS-PATTERN-IX)
                                      TO WS-COL-PATTERN(WS-COL-IX)
           MOVE WS-PAT-STYLE(WS-PATTERN-IX)
                                      TO WS-COL-STYLE(WS-COL-IX).

      * SELTYCAT.<catalog-id>.DAT, one row per column in select
      * order; the staged slice is text, so every column is PIC X.
       WRITE-CATALOG-PARA.
           MOVE SPACES                TO WS-CATALOG-FILE-NAME
           STRING "SELTYCAT."                          DELIMITED SIZE
                  FUNCTION TRIM(WS-CATALOG-ID)         DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-CATALOG-FILE-NAME
           OPEN OUTPUT SEL-TYPE-CATALOG-FILE
           PERFORM WRITE-CATALOG-COLUMN-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT
           CLOSE SEL-TYPE-CATALOG-FILE.

       WRITE-CATALOG-COLUMN-PARA.
           INITIALIZE SEL-TYPE-CATALOG-RECORD
           MOVE WS-COL-IX             TO STC-COLUMN-POS
           MOVE WS-COL-TYPE(WS-COL-IX)  TO STC-SELDVTYP
           MOVE WS-COL-WIDTH(WS-COL-IX) TO STC-SELDVLN
           MOVE WS-COL-WIDTH(WS-COL-IX) TO WS-WIDTH-TEXT
           STRING "PIC X("                             DELIMITED SIZE
                  FUNCTION TRIM(WS-WIDTH-TEXT)         DELIMITED SIZE
                  ")"                                  DELIMITED SIZE
               INTO STC-PIC-CLAUSE
           MOVE WS-COL-NAME(WS-COL-IX)  TO STC-VNAME
           WRITE SEL-TYPE-CATALOG-LINE FROM SEL-TYPE-CATALOG-RECORD.

      * Every table is a parent-role type inserted as it comes: the
      * load order already puts each parent's rows ahead of its
      * children's.
       WRITE-RECORD-TYPE-PARA.
           INITIALIZE LOAD-RECORD-TYPE-RECORD
           MOVE WS-TARGET-JOB-ID      TO LRT-JOB-ID
           MOVE WS-TYPE-CODE          TO LRT-TYPE-CODE
           MOVE "P"                   TO LRT-ROLE
           MOVE WS-CATALOG-ID         TO LRT-CATALOG-ID
           MOVE RFC-TARGET-TABLE      TO LRT-TABLE-NAME
           MOVE "INSERT"              TO LRT-LOAD-MODE
           WRITE LOAD-RECORD-TYPE-LINE FROM LOAD-RECORD-TYPE-RECORD.

      * A LIMIT stops fetching once it has its rows; an EVERY takes
      * the first row and every nth after it.
       FETCH-TABLE-PARA.
           MOVE RFC-SAMPLE-RULE       TO WS-SAMPLE-RULE
           MOVE ZERO                  TO WS-SAMPLE-VALUE
           IF WS-SAMPLE-RULE = "LIMIT" OR WS-SAMPLE-RULE = "EVERY"
               MOVE RFC-SAMPLE-VALUE  TO WS-SAMPLE-VALUE
           END-IF
           IF WS-SAMPLE-VALUE = ZERO
               MOVE "ALL  "           TO WS-SAMPLE-RULE
           END-IF
           MOVE ZERO                  TO WS-SKIP-LEFT
           MOVE "N"                   TO WS-LIMIT-REACHED

           MOVE "FETCH "              TO WS-DYN-FUNCTION
           PERFORM CALL-DYNSQL4-PARA
           PERFORM FETCH-ONE-ROW-PARA
               UNTIL WS-DYN-STATUS NOT = ZERO
                  OR WS-LIMIT-REACHED = "Y"

           IF WS-DYN-STATUS < ZERO
               MOVE "F"               TO WS-TABLE-STATUS
               DISPLAY "TSTRFSH: " FUNCTION TRIM(RFC-TARGET-TABLE)
                   " fetch failed with status " WS-DYN-STATUS
                   " after " WS-TABLE-FETCHED " row(s) -- refresh "
                   "refused" UPON CONSOLE
           END-IF.

       FETCH-ONE-ROW-PARA.
           ADD 1                      TO WS-TABLE-FETCHED
           IF WS-SAMPLE-RULE = "EVERY"
               IF WS-SKIP-LEFT = ZERO
                   PERFORM STAGE-ROW-PARA
                   COMPUTE WS-SKIP-LEFT = WS-SAMPLE-VALUE - 1
               ELSE
                   SUBTRACT 1         FROM WS-SKIP-LEFT
               END-IF
           ELSE
               PERFORM STAGE-ROW-PARA
           END-IF

           IF WS-SAMPLE-RULE = "LIMIT"
               AND WS-TABLE-STAGED NOT < WS-SAMPLE-VALUE
               MOVE "Y"               TO WS-LIMIT-REACHED
           ELSE
               MOVE "FETCH "          TO WS-DYN-FUNCTION
               PERFORM CALL-DYNSQL4-PARA
           END-IF.

      * The row is masked before anything else sees it. A NULL
      * column stages as spaces, which FLATLOAD binds as NULL.
       STAGE-ROW-PARA.
           MOVE "ROW  "               TO WS-MASK-FUNCTION
           CALL "COLMASK" USING WS-MASK-FUNCTION, WS-CALLER-ID,
               WS-MASK-HEADER, WS-COLUMN-COUNT, XSELDV

           MOVE SPACES                TO WS-STAGED-RECORD
           MOVE WS-TYPE-CODE          TO WS-STAGED-RECORD
           COMPUTE WS-RECORD-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TYPE-CODE)) + 1
           PERFORM STAGE-COLUMN-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT

           WRITE STAGED-LOAD-LINE FROM WS-STAGED-RECORD
           ADD 1                      TO WS-LINE-NR
           ADD 1                      TO WS-TABLE-STAGED
           IF WS-FIRST-LINE = ZERO
               MOVE WS-LINE-NR        TO WS-FIRST-LINE
           END-IF.

       STAGE-COLUMN-PARA.
           IF SEL-DI(WS-COL-IX) NOT < ZERO
               MOVE SEL-DV(WS-COL-IX)
                   TO WS-STAGED-RECORD(WS-RECORD-PTR:
                                       WS-COL-WIDTH(WS-COL-IX))
           END-IF
           ADD WS-COL-WIDTH(WS-COL-IX)  TO WS-RECORD-PTR.

       WRITE-STAGE-TABLE-PARA.
           PERFORM SET-STAGE-ROW-PARA
           MOVE "T"                   TO RFS-KIND
           MOVE RFC-SAMPLE-RULE       TO RFS-SAMPLE-RULE
           IF RFC-SAMPLE-VALUE IS NUMERIC
               MOVE RFC-SAMPLE-VALUE  TO RFS-SAMPLE-VALUE
           END-IF
           MOVE WS-TABLE-FETCHED      TO RFS-FETCHED
           MOVE WS-TABLE-STAGED       TO RFS-STAGED
           MOVE WS-FIRST-LINE         TO RFS-FIRST-LINE
           IF WS-TABLE-STAGED > ZERO
               MOVE WS-LINE-NR        TO RFS-LAST-LINE
           END-IF
           MOVE WS-TABLE-STATUS       TO RFS-STATUS
           WRITE REFRESH-STAGE-LINE FROM REFRESH-STAGE-RECORD.

       WRITE-STAGE-MASK-PARA.
           IF WS-COL-STYLE(WS-COL-IX) NOT = SPACES
               PERFORM SET-STAGE-ROW-PARA
               MOVE "M"               TO RFS-KIND
               MOVE WS-COL-NAME(WS-COL-IX)  TO RFS-COLUMN-NAME
               MOVE WS-COL-PATTERN(WS-COL-IX)  TO RFS-MASK-PATTERN
               MOVE WS-COL-STYLE(WS-COL-IX)  TO RFS-MASK-STYLE
               WRITE REFRESH-STAGE-LINE FROM REFRESH-STAGE-RECORD
               ADD 1                  TO WS-TOTAL-MASKED
           END-IF.

       SET-STAGE-ROW-PARA.
           INITIALIZE REFRESH-STAGE-RECORD
           MOVE WS-JOB-ID             TO RFS-JOB-ID
           MOVE WS-TARGET-JOB-ID      TO RFS-TARGET-JOB-ID
           MOVE WS-TODAY              TO RFS-STAGE-DATE
           MOVE WS-NOW                TO RFS-STAGE-TIME
           MOVE WS-ORDER-IX           TO RFS-LOAD-POS
           MOVE RFC-TARGET-TABLE      TO RFS-TABLE-NAME
           MOVE WS-TYPE-CODE          TO RFS-TYPE-CODE.

      ***************************************************************
      * Clear: only a stage every table of which staged cleanly is  *
      * cleared for, children first, under the target job's own     *
      * connection.                                                 *
      ***************************************************************
       CLEAR-PARA.
           PERFORM LOAD-STAGE-PARA
           IF WS-STAGE-COUNT = ZERO
               DISPLAY "TSTRFSH: no staged refresh in "
                   WS-STAGE-FILE-NAME " -- nothing cleared"
                   UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF
           IF WS-REFUSED = "Y"
               DISPLAY "TSTRFSH: the staged refresh in "
                   WS-STAGE-FILE-NAME " was refused -- nothing "
                   "cleared" UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF

           PERFORM CHECK-TARGET-PARA

           CALL "SQLCONN" USING WS-CALLER-ID, WS-TARGET-JOB-ID,
               WS-CONNECT-STATUS
           IF WS-CONNECT-STATUS NOT = ZERO
               DISPLAY "TSTRFSH: CONNECT for " WS-TARGET-JOB-ID
                   " failed with SQLCODE " WS-CONNECT-STATUS
                   " -- nothing cleared" UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF

           PERFORM START-JOB-PARA

           MOVE "INIT "               TO WS-UOW-FUNCTION
           MOVE ZERO                  TO WS-UOW-ROWS
           CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
               WS-UOW-COMMITTED

           PERFORM CLEAR-TABLE-PARA
               VARYING WS-STAGE-IX FROM WS-STAGE-COUNT BY -1
               UNTIL WS-STAGE-IX < 1
                  OR WS-DELETE-FAILED = "Y"

      * The tables cleared ahead of a failed DELETE stay cleared;
      * the clear is rerun once the failure is put right.
           MOVE "END  "               TO WS-UOW-FUNCTION
           MOVE ZERO                  TO WS-UOW-ROWS
           CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
               WS-UOW-COMMITTED

           IF WS-DELETE-FAILED = "Y"
               PERFORM ABORT-RUN-PARA
           END-IF

           DISPLAY "TSTRFSH " WS-JOB-ID ": " WS-CLEARED-COUNT
               " table(s) of " WS-TARGET-JOB-ID " cleared, "
               WS-DELETED-ROWS " row(s) deleted -- run FLATLOAD for "
               "job " WS-TARGET-JOB-ID UPON CONSOLE

           PERFORM END-RUN-PARA.

       CLEAR-TABLE-PARA.
           MOVE WS-STG-ROW(WS-STAGE-IX)  TO REFRESH-STAGE-RECORD
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "DELETE FROM "                       DELIMITED SIZE
                  FUNCTION TRIM(RFS-TABLE-NAME)        DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE ZERO                  TO WS-BIND-COUNT

           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-SQL-TEXT,
               WS-BIND-COUNT, WS-BIND-VALUES, WS-BIND-NULL-FLAGS,
               WS-ROWS-AFFECTED, WS-CALLER-ID
           IF WS-EXEC-STATUS < ZERO
               MOVE "Y"               TO WS-DELETE-FAILED
               MOVE WS-EXEC-STATUS    TO WS-WORST-SQLCODE
               DISPLAY "TSTRFSH: " FUNCTION TRIM(RFS-TABLE-NAME)
                   ": DELETE failed with SQLCODE " WS-EXEC-STATUS
                   UPON CONSOLE
           ELSE
               ADD 1                  TO WS-CLEARED-COUNT
               ADD WS-ROWS-AFFECTED   TO WS-DELETED-ROWS
               MOVE WS-ROWS-AFFECTED  TO WS-UOW-ROWS
               MOVE "ROW  "           TO WS-UOW-FUNCTION
               CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
                   WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
                   WS-UOW-COMMITTED
           END-IF.

      * The stage file holds the last extract only: its "T" rows in
      * load order, each followed by its "M" rows.
       LOAD-STAGE-PARA.
           MOVE ZERO                  TO WS-STAGE-COUNT
           MOVE ZERO                  TO WS-MASK-ROW-COUNT
           OPEN INPUT REFRESH-STAGE-FILE
           IF WS-STAGE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ REFRESH-STAGE-FILE INTO REFRESH-STAGE-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-STAGE-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE REFRESH-STAGE-FILE
           END-IF.

       STORE-STAGE-ROW-PARA.
           EVALUATE TRUE
               WHEN RFS-KIND = "T" AND WS-STAGE-COUNT < 10
                   ADD 1              TO WS-STAGE-COUNT
                   MOVE REFRESH-STAGE-RECORD
                                      TO WS-STG-ROW(WS-STAGE-COUNT)
                   MOVE ZERO          TO WS-STG-REJECTED(
                                             WS-STAGE-COUNT)
                   MOVE RFS-TARGET-JOB-ID  TO WS-TARGET-JOB-ID
                   MOVE RFS-STAGE-DATE     TO WS-STAGE-DATE
                   MOVE RFS-STAGE-TIME     TO WS-STAGE-TIME
                   IF RFS-STATUS NOT = "S"
                       MOVE "Y"       TO WS-REFUSED
                   END-IF
               WHEN RFS-KIND = "M"
                   IF WS-MASK-ROW-COUNT < 400
                       ADD 1          TO WS-MASK-ROW-COUNT
                       MOVE REFRESH-STAGE-RECORD
                           TO WS-MASK-ROW(WS-MASK-ROW-COUNT)
                   ELSE
                       MOVE "Y"       TO WS-MASK-ROW-OVERFLOW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ***************************************************************
      * Report: the stage against the first FLATLOAD run of the     *
      * target job to start after it, and that run's rejects.       *
      ***************************************************************
       REPORT-PARA.
           PERFORM LOAD-STAGE-PARA
           IF WS-STAGE-COUNT = ZERO
               DISPLAY "TSTRFSH: no staged refresh in "
                   WS-STAGE-FILE-NAME " -- no report" UPON CONSOLE
               PERFORM REFUSE-RUN-PARA
           END-IF

           MOVE WS-STAGE-DATE         TO WS-STAGE-STAMP(1:8)
           MOVE WS-STAGE-TIME         TO WS-STAGE-STAMP(9:6)
           PERFORM FIND-LOAD-RUN-PARA
           IF WS-LOAD-FOUND = "Y"
               PERFORM COUNT-REJECTS-PARA
           END-IF

           OPEN OUTPUT REFRESH-REPORT-FILE
           MOVE WS-JOB-ID             TO RRH-JOB-ID
           MOVE WS-TARGET-JOB-ID      TO RRH-TARGET-JOB-ID
           MOVE WS-STAGE-DATE         TO RRH-STAGE-DATE
           MOVE WS-STAGE-TIME         TO RRH-STAGE-TIME
           IF WS-LOAD-FOUND = "Y"
               MOVE WS-LOAD-START(1:8)  TO RRH-LOAD-DATE
               MOVE WS-LOAD-START(9:6)  TO RRH-LOAD-TIME
           ELSE
               MOVE "NOT RUN "        TO RRH-LOAD-DATE
               MOVE SPACES            TO RRH-LOAD-TIME
           END-IF
           WRITE REFRESH-REPORT-LINE FROM REFRESH-REPORT-HEADING
           DISPLAY REFRESH-REPORT-HEADING UPON CONSOLE

           PERFORM REPORT-TABLE-PARA
               VARYING WS-STAGE-IX FROM 1 BY 1
               UNTIL WS-STAGE-IX > WS-STAGE-COUNT

           PERFORM REPORT-MASK-PARA
               VARYING WS-MASK-ROW-IX FROM 1 BY 1
               UNTIL WS-MASK-ROW-IX > WS-MASK-ROW-COUNT

           MOVE WS-STAGE-COUNT        TO RRS-TABLES
           MOVE WS-TOTAL-FETCHED      TO RRS-FETCHED
           MOVE WS-TOTAL-STAGED       TO RRS-STAGED
           ADD WS-UNMATCHED-REJECTED  TO WS-TOTAL-REJECTED
           MOVE WS-TOTAL-REJECTED     TO RRS-REJECTED
           MOVE WS-TOTAL-LOADED       TO RRS-LOADED
           MOVE WS-MASK-ROW-COUNT     TO RRS-MASKED
           WRITE REFRESH-REPORT-LINE FROM REFRESH-REPORT-TOTAL-LINE
           DISPLAY REFRESH-REPORT-TOTAL-LINE UPON CONSOLE
           CLOSE REFRESH-REPORT-FILE

           IF WS-MASK-ROW-OVERFLOW = "Y"
               DISPLAY "TSTRFSH: more than 400 masked columns "
                   "staged -- the first 400 are listed" UPON CONSOLE
           END-IF
           IF WS-UNMATCHED-REJECTED > ZERO
               DISPLAY "TSTRFSH: " WS-UNMATCHED-REJECTED
                   " FLATLOAD reject(s) outside every staged "
                   "table's lines" UPON CONSOLE
           END-IF

           EVALUATE TRUE
               WHEN WS-REFUSED = "Y"
                   MOVE 8             TO RETURN-CODE
               WHEN WS-LOAD-FOUND = "N"
                   OR WS-TOTAL-REJECTED > ZERO
                   MOVE 4             TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO          TO RETURN-CODE
           END-EVALUATE.

      * The target job's FLATLOAD runs are read in start order; the
      * first one to start at or after the stage and to have ended
      * is the load of this stage.
       FIND-LOAD-RUN-PARA.
           MOVE "N"                   TO WS-LOAD-FOUND
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               MOVE "FLATLOAD"        TO JRK-PROGRAM-ID
               MOVE WS-TARGET-JOB-ID  TO JRK-JOB-ID
               START JOB-REGISTRY-FILE KEY IS NOT LESS THAN JRK-PAIR
                   INVALID KEY
                       MOVE "Y"        TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF JBR-PROGRAM-ID = "FLATLOAD"
                               AND JBR-JOB-ID = WS-TARGET-JOB-ID
                               PERFORM CHECK-LOAD-RUN-PARA
                           ELSE
                               MOVE "Y"    TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           END-IF.

       CHECK-LOAD-RUN-PARA.
           MOVE JBR-START-DATE        TO WS-RUN-START(1:8)
           MOVE JBR-START-TIME        TO WS-RUN-START(9:6)
           IF WS-RUN-START NOT < WS-STAGE-STAMP
               AND JBR-END-DATE NOT = SPACES
               MOVE "Y"               TO WS-LOAD-FOUND
               MOVE "Y"               TO WS-AT-END
               MOVE WS-RUN-START      TO WS-LOAD-START
               MOVE JBR-END-DATE      TO WS-LOAD-END(1:8)
               MOVE JBR-END-TIME      TO WS-LOAD-END(9:6)
               IF JBR-WORST-SQLCODE < ZERO
                   DISPLAY "TSTRFSH: FLATLOAD for " WS-TARGET-JOB-ID
                       " ended with SQLCODE " JBR-WORST-SQLCODE
                       UPON CONSOLE
                   MOVE "Y"           TO WS-REFUSED
               END-IF
           END-IF.

      * A reject belongs to the staged table whose LOADIN lines hold
      * its line number.
       COUNT-REJECTS-PARA.
           MOVE WS-TARGET-JOB-ID      TO WS-REJECT-JOB-ID
           OPEN INPUT LOAD-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ LOAD-REJECT-FILE INTO LOAD-REJECT-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           PERFORM MATCH-REJECT-PARA
                   END-READ
               END-PERFORM
               CLOSE LOAD-REJECT-FILE
           END-IF.

       MATCH-REJECT-PARA.
           MOVE LRJ-DATE              TO WS-REJECT-STAMP(1:8)
           MOVE LRJ-TIME              TO WS-REJECT-STAMP(9:6)
           IF LRJ-PROGRAM-ID = "FLATLOAD"
               AND LRJ-JOB-ID = WS-TARGET-JOB-ID
               AND WS-REJECT-STAMP NOT < WS-LOAD-START
               AND WS-REJECT-STAMP NOT > WS-LOAD-END
               MOVE ZERO              TO WS-MATCH-IX
               PERFORM MATCH-REJECT-LINE-PARA
                   VARYING WS-STAGE-IX FROM 1 BY 1
                   UNTIL WS-STAGE-IX > WS-STAGE-COUNT
                      OR WS-MATCH-IX > ZERO
               IF WS-MATCH-IX = ZERO
                   ADD 1              TO WS-UNMATCHED-REJECTED
               END-IF
           END-IF.

       MATCH-REJECT-LINE-PARA.
           MOVE WS-STG-ROW(WS-STAGE-IX)  TO REFRESH-STAGE-RECORD
           IF RFS-STAGED > ZERO
               AND LRJ-LINE-NR NOT < RFS-FIRST-LINE
               AND LRJ-LINE-NR NOT > RFS-LAST-LINE
               MOVE WS-STAGE-IX       TO WS-MATCH-IX
               ADD 1                  TO WS-STG-REJECTED(WS-STAGE-IX)
           END-IF.

       REPORT-TABLE-PARA.
           MOVE WS-STG-ROW(WS-STAGE-IX)  TO REFRESH-STAGE-RECORD
           MOVE RFS-LOAD-POS          TO RRT-LOAD-POS
           MOVE RFS-TABLE-NAME        TO RRT-TABLE-NAME
           MOVE RFS-SAMPLE-RULE       TO RRT-SAMPLE-RULE
           MOVE RFS-SAMPLE-VALUE      TO RRT-SAMPLE-VALUE
           MOVE RFS-FETCHED           TO RRT-FETCHED
           MOVE RFS-STAGED            TO RRT-STAGED
           MOVE WS-STG-REJECTED(WS-STAGE-IX)  TO RRT-REJECTED
           MOVE ZERO                  TO WS-TABLE-LOADED

           EVALUATE TRUE
               WHEN RFS-STATUS = "F"
                   MOVE "FAILED  "    TO RRT-RESULT
               WHEN RFS-STATUS = "W"
                   MOVE "TOO WIDE"    TO RRT-RESULT
               WHEN RFS-STATUS NOT = "S"
                   MOVE "REFUSED "    TO RRT-RESULT
               WHEN WS-LOAD-FOUND = "N"
                   MOVE "NOT RUN "    TO RRT-RESULT
               WHEN WS-STG-REJECTED(WS-STAGE-IX) > ZERO
                   COMPUTE WS-TABLE-LOADED = RFS-STAGED
                       - WS-STG-REJECTED(WS-STAGE-IX)
                   MOVE "REJECTS "    TO RRT-RESULT
               WHEN OTHER
                   MOVE RFS-STAGED    TO WS-TABLE-LOADED
                   MOVE "LOADED  "    TO RRT-RESULT
           END-EVALUATE
           MOVE WS-TABLE-LOADED       TO RRT-LOADED

           ADD RFS-FETCHED            TO WS-TOTAL-FETCHED
           ADD RFS-STAGED             TO WS-TOTAL-STAGED
           ADD WS-STG-REJECTED(WS-STAGE-IX)  TO WS-TOTAL-REJECTED
           ADD WS-TABLE-LOADED        TO WS-TOTAL-LOADED
           WRITE REFRESH-REPORT-LINE FROM REFRESH-REPORT-TABLE-LINE
           DISPLAY REFRESH-REPORT-TABLE-LINE UPON CONSOLE.

       REPORT-MASK-PARA.
           MOVE WS-MASK-ROW(WS-MASK-ROW-IX)  TO REFRESH-STAGE-RECORD
           MOVE RFS-LOAD-POS          TO RRM-LOAD-POS
           MOVE RFS-TABLE-NAME        TO RRM-TABLE-NAME
           MOVE RFS-COLUMN-NAME       TO RRM-COLUMN-NAME
           MOVE RFS-MASK-PATTERN      TO RRM-PATTERN
           MOVE RFS-MASK-STYLE        TO RRM-STYLE
           WRITE REFRESH-REPORT-LINE FROM REFRESH-REPORT-MASK-LINE
           DISPLAY REFRESH-REPORT-MASK-LINE UPON CONSOLE.

       CALL-DYNSQL4-PARA.
           CALL "DYNSQL4" USING WS-DYN-FUNCTION, WS-DYN-STATUS,
               WS-SQL-TEXT, WS-BIND-COUNT, WS-BIND-VALUES,
               WS-BIND-NULL-FLAGS, XSELDV, XSELDI, WS-FETCH-COUNT,
               WS-FETCH-ROWS-RETURNED, XSELDV-TABLE, XSELDI-TABLE,
               WS-CALLER-ID.
