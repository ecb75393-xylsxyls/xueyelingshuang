      *  "SET  "/JOBREG "END  "/"SET  " ordering every extract job  *
      *  already uses.                                              *
      *                                                             *
      *  The LOADCTL.DAT row also carries the processing mode. Mode *
      *  "INSERT" (or blank, as every row written before the mode   *
      *  existed) inserts each record as above. "UPSERT"            *
      *  updates the row whose key columns match the record and     *
      *  inserts it when no row matches, so a corrected file        *
      *  resubmitted by a branch lands its corrections instead of   *
      *  coming back as duplicate-key rejects. "DELETE" deletes the *
      *  row by key.                                                *
      *  The key columns are named on the row by their STC-VNAME    *
      *  (up to four). LDC-ACTION-POS, when set, is the byte of an  *
      *  action code after the catalog layout: "I" insert, "U"      *
      *  update-or-insert, "D" delete, blank takes the mode. A      *
      *  keyed record with an all-spaces key column, an unknown     *
      *  action code or a delete whose key is not on the table is   *
      *  rejected like any other. Every change goes through         *
      *  DYNEXEC4 and commits at UOWMGR's interval; RECONCIL gets   *
      *  the inserted, updated and deleted counts separately, so    *
      *  read = inserted + updated + deleted + rejected ties out.   *
      *                                                             *
      *  A job with rows in LOADRTYP.DAT (loadrtyp.cob) sends a     *
      *  multi-record-type file instead: each record's leading type *
      *  code picks its layout -- its own SELTYCAT.<id>.DAT         *
      *  catalog, target table and load rules -- so an orders file  *
      *  and its order lines load in one run. Parent records        *
      *  precede their children in the file, so they reach Oracle   *
      *  first, and a parent and its children always commit         *
      *  together: UOWMGR hears about the rows only when the next   *
      *  parent starts. The parent's key column is carried down     *
      *  onto each child row; a child whose parent was rejected is  *
      *  rejected with it, and one with no parent ahead of it       *
      *  likewise. Header and trailer records are counted, not      *
      *  loaded, and before anything is loaded the trailer's record *
      *  count and amount total are checked against the file the    *
      *  way INBVRFY checks INBCTL.<job-id>.DAT -- through          *
      *  RECONCIL, with -20999 to SQLRCBRG and nothing loaded when  *
      *  they disagree.                                             *
      *                                                             *
      *  Every run that judges its file acknowledges it to the      *
      *  sender through INBACK: an ACK with the received, loaded    *
      *  and rejected counts and one line per reject of this run    *
      *  (line, failing column, reason) at the end of the load, or  *
      *  a NAK when the trailer check refuses the file. A run that  *
      *  stops on our own set-up (no LOADCTL.DAT row, no catalog,   *
      *  no input file) sends nothing -- the file was never judged, *
      *  and the rerun acknowledges it. Each reject now names its   *
      *  failing column in LRJ-COLUMN-NAME.                         *
      *                                                             *
      *  The record types are read from LOADRTYP.<job-id>.DAT when  *
      *  that file is on disk -- TSTRFSH writes one for the test    *
      *  job each refresh loads -- and from LOADRTYP.DAT otherwise. *
      *                                                             *
      *  At each commit UOWMGR checkpoints the line of the last     *
      *  record the commit covers (the last line of a family in a   *
      *  multi-record-type file). A rerun after an abend loads that *
      *  checkpoint and passes over every line up to and including  *
      *  it, so nothing already committed is applied twice; a clean *
      *  end clears the checkpoint as before.                       *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Resume a rerun from the UOWMGR    *
      *              checkpoint: the committed lines are passed     *
      *              over instead of applied again. The resume key  *
      *              is now the last line a commit covers.          *
      *   sysmaint   2026/10/15 - Read the record types from a      *
      *              job's own LOADRTYP.<job-id>.DAT when there is  *
      *              one (the test-refresh stage), else from        *
      *              LOADRTYP.DAT.                                  *
      *   sysmaint   2026/10/15 - Acknowledge every judged file to  *
      *              the sender through INBACK (ACK at end of load, *
      *              NAK on a trailer refusal); name the failing    *
      *              column on the LOADREJ record.                  *
      *   sysmaint   2026/10/15 - Multi-record-type files: per-type *
      *              layouts, tables and load rules from            *
      *              LOADRTYP.DAT, parent key carried to child      *
      *              rows, child rejected with its parent, parent   *
      *              and children in one unit of work, trailer      *
      *              counts checked before the load.                *
      *   sysmaint   2026/10/15 - Added the "UPSERT" and "DELETE"   *
      *              processing modes, the key columns and the      *
      *              optional action-code byte on the LOADCTL.DAT   *
      *              row; commit through UOWMGR (the load never     *
      *              committed on its own); report inserted,        *
      *              updated, deleted and rejected counts           *
      *              separately on the console and to RECONCIL.     *
      *   sysmaint   2026/09/03 - Connect at startup through the      *
      *              SQLCONN service (the INSERTs run on the server,  *
      *              and a plain-COBOL driver has no EXEC SQL         *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LOAD-RECORD-TYPE-FILE
               ASSIGN TO WS-RTYPE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTYPE-STATUS.

           SELECT SEL-TYPE-CATALOG-FILE
               ASSIGN TO WS-CATALOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CONTROL-FILE.
       01  LOAD-CONTROL-LINE         PIC X(167).

       FD  LOAD-RECORD-TYPE-FILE.
       01  LOAD-RECORD-TYPE-LINE     PIC X(284).

       FD  SEL-TYPE-CATALOG-FILE.
       01  SEL-TYPE-CATALOG-LINE     PIC X(110).
       01  LOAD-INPUT-LINE           PIC X(200).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-LINE          PIC X(318).

       WORKING-STORAGE SECTION.
       COPY SELTYCAT.
       COPY LOADRJLG.
       COPY LOADRTYP.
       COPY SQLCASEL.

      * Rows written before LDC-LOAD-MODE existed are 40 bytes and
      * read with everything past the table name blank: mode
      * "INSERT", no action code, no key columns.
       01  LOAD-CONTROL-RECORD.
           05  LDC-JOB-ID            PIC X(8).
           05  LDC-LOAD-RULES.
               10  LDC-TABLE-NAME        PIC X(30).
               10  LDC-LOAD-MODE         PIC X(6).
               10  LDC-ACTION-POS        PIC 9(3).
               10  LDC-KEY-COLUMN        OCCURS 4 TIMES PIC X(30).

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-CATALOG-STATUS         PIC X(2).
       01  WS-RTYPE-STATUS           PIC X(2).
       01  WS-RTYPE-FILE-NAME        PIC X(21).
       01  WS-INPUT-STATUS           PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "FLATLOAD".
           05  WS-REJECT-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-CATALOG-FILE-NAME      PIC X(21) VALUE "SELTYCAT.DAT".
       01  WS-RULES-SOURCE           PIC X(17) VALUE "LOADCTL.DAT".

       01  WS-TABLE-NAME             PIC X(30).
       01  WS-JOB-CONTROL-ROW        PIC X(167).
       01  WS-DEF-CONTROL-ROW        PIC X(167).
       01  WS-ROW-FOUND              PIC X(1).
       01  WS-DEF-FOUND              PIC X(1).

               10  WS-CAT-TYPE           PIC S9(4) COMP.
               10  WS-CAT-LENGTH         PIC S9(9) COMP.

       01  WS-LOAD-MODE              PIC X(6).
       01  WS-DEFAULT-ACTION         PIC X(1).
       01  WS-ACTION-POS             PIC S9(9) COMP VALUE ZERO.
       01  WS-KEYED-LOAD             PIC X(1) VALUE "N".
       01  WS-KEY-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-KEY-IX                 PIC S9(9) COMP.
       01  WS-KEY-FOUND              PIC X(1).
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY          OCCURS 4 TIMES.
               10  WS-KEY-VNAME          PIC X(30).
               10  WS-KEY-COL-IX         PIC S9(9) COMP.
       01  WS-IS-KEY-FLAGS.
           05  WS-IS-KEY             OCCURS 40 TIMES PIC X(1).
       01  WS-RECORD-ACTION          PIC X(1).
       01  WS-ACTION-CODE            PIC X(1).
       01  WS-BIND-IX                PIC S9(9) COMP.

       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-BIND-MARKER            PIC X(3).
       01  WS-MARKER-NR              PIC 9(2).

      * One entry per LOADRTYP.DAT row of the job. The catalog,
      * column count and layout length of a parent or child type
      * are kept here and swapped into the single-layout items
      * above whenever the record type changes; the last record
      * of each type is kept too, for the children under it.
       01  WS-TYPE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-TYPE-IX                PIC S9(9) COMP.
       01  WS-TYPE-IX2               PIC S9(9) COMP.
       01  WS-FOUND-TYPE-IX          PIC S9(9) COMP.
       01  WS-CURRENT-TYPE-IX        PIC S9(9) COMP VALUE ZERO.
       01  WS-PARENT-IX              PIC S9(9) COMP.
       01  WS-TRAILER-IX             PIC S9(9) COMP VALUE ZERO.
       01  WS-TYPE-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY         OCCURS 10 TIMES.
               10  WS-TYP-ROW            PIC X(284).
               10  WS-TYP-CODE           PIC X(4).
               10  WS-TYP-ROLE           PIC X(1).
               10  WS-TYP-CODE-LEN       PIC S9(4) COMP.
               10  WS-TYP-PARENT-IX      PIC S9(4) COMP.
               10  WS-TYP-PARENT-COL-IX  PIC S9(4) COMP.
               10  WS-TYP-LINK-COL-IX    PIC S9(4) COMP.
               10  WS-TYP-COUNT-POS      PIC S9(4) COMP.
               10  WS-TYP-COUNT-LEN      PIC S9(4) COMP.
               10  WS-TYP-AMOUNT-POS     PIC S9(4) COMP.
               10  WS-TYP-AMOUNT-LEN     PIC S9(4) COMP.
               10  WS-TYP-LAYOUT-LENGTH  PIC S9(9) COMP.
               10  WS-TYP-COLUMN-COUNT   PIC S9(9) COMP.
               10  WS-TYP-CATALOG.
                   15  WS-TYP-CAT-ENTRY  OCCURS 40 TIMES.
                       20  WS-TYP-CAT-VNAME  PIC X(30).
                       20  WS-TYP-CAT-TYPE   PIC S9(4) COMP.
                       20  WS-TYP-CAT-LENGTH PIC S9(9) COMP.
               10  WS-TYP-LAST-STATUS    PIC X(1).
               10  WS-TYP-LAST-LINE      PIC S9(9) COMP.
               10  WS-TYP-LAST-BINDS.
                   15  WS-TYP-LAST-BIND-VALUE OCCURS 40 TIMES
                                             PIC X(80).
               10  WS-TYP-LAST-NULLS.
                   15  WS-TYP-LAST-NULL-FLAG  OCCURS 40 TIMES
                                             PIC X(1).

       01  WS-CHILD-RECORD           PIC X(1) VALUE "N".
       01  WS-RECORD-REJECTED        PIC X(1).
       01  WS-COLUMN-FOUND           PIC X(1).
       01  WS-SCAN-POS               PIC S9(9) COMP.
       01  WS-REASON-LINE-NR         PIC 9(9).
       01  WS-CONTROL-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-FAMILY-ROWS            PIC S9(9) COMP VALUE ZERO.
       01  WS-FAMILY-LINE-NR         PIC S9(9) COMP VALUE ZERO.

      * Trailer check.
       01  WS-DETAIL-COUNT           PIC S9(9) COMP.
       01  WS-DETAIL-AMOUNT          PIC S9(13)V9(2) COMP-3.
       01  WS-TRAILER-SEEN           PIC X(1).
       01  WS-TRAILER-COUNT          PIC S9(9) COMP.
       01  WS-TRAILER-AMOUNT         PIC S9(13)V9(2) COMP-3.
       01  WS-TRAILER-MATCHED        PIC X(1).
       01  WS-SCAN-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.

       01  WS-LAYOUT-START           PIC S9(9) COMP VALUE 1.
       01  WS-RECORD-PTR             PIC S9(9) COMP.
       01  WS-SLICE-VALUE            PIC X(80).
       01  WS-SLICE-LEN              PIC S9(9) COMP.
       01  WS-VALID-FLAG             PIC X(1).
       01  WS-REASON-TEXT            PIC X(40).
       01  WS-REJECT-COLUMN          PIC X(30) VALUE SPACES.
       01  WS-CHAR-IX                PIC S9(9) COMP.
       01  WS-ONE-CHAR               PIC X(1).
       01  WS-DIGIT-SEEN             PIC X(1).

       01  WS-READ-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-INSERT-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-UPDATE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-DELETE-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-REJECT-COUNT           PIC S9(9) COMP VALUE ZERO.

      * DYNEXEC4 linkage set.
           05  WS-BIND-NULL-FLAG     OCCURS 40 TIMES PIC X(1).
       01  WS-ROWS-AFFECTED          PIC S9(9) COMP.

      * The UPDATE and DELETE statements get linkage sets of their
      * own: their bind order is not the column order, so each bind
      * slot's column is kept in the matching map entry.
       01  WS-UPD-SQL-TEXT.
           05  WS-UPD-SQL-TEXT-LEN   PIC S9(4) COMP.
           05  WS-UPD-SQL-TEXT-TEXT  PIC X(2000).
       01  WS-UPD-BIND-COUNT         PIC S9(9) COMP.
       01  WS-UPD-BIND-VALUES.
           05  WS-UPD-BIND-VALUE     OCCURS 40 TIMES PIC X(80).
       01  WS-UPD-BIND-NULL-FLAGS.
           05  WS-UPD-BIND-NULL-FLAG OCCURS 40 TIMES PIC X(1).
       01  WS-UPD-BIND-MAP.
           05  WS-UPD-BIND-COL       OCCURS 40 TIMES PIC S9(9) COMP.
       01  WS-DEL-SQL-TEXT.
           05  WS-DEL-SQL-TEXT-LEN   PIC S9(4) COMP.
           05  WS-DEL-SQL-TEXT-TEXT  PIC X(2000).
       01  WS-DEL-BIND-COUNT         PIC S9(9) COMP.
       01  WS-DEL-BIND-VALUES.
           05  WS-DEL-BIND-VALUE     OCCURS 40 TIMES PIC X(80).
       01  WS-DEL-BIND-NULL-FLAGS.
           05  WS-DEL-BIND-NULL-FLAG OCCURS 40 TIMES PIC X(1).

      * UOWMGR linkage set.
       01  WS-UOW-FUNCTION           PIC X(5).
       01  WS-UOW-ROWS               PIC S9(9) COMP.
       01  WS-UOW-RESUME-KEY         PIC X(80).
       01  WS-UOW-COMMITTED          PIC X(1).
       01  WS-RESUME-LINE-NR         PIC 9(9).

      * CHKPT linkage set, loaded once before the read loop.
       01  WS-CHKPT-FUNCTION         PIC X(5).
       01  WS-CHKPT-ROW-COUNT        PIC S9(9) COMP.
       01  WS-CHKPT-RESUME-KEY       PIC X(80).
       01  WS-CHKPT-FOUND            PIC X(1).
       01  WS-RESUME-SKIP-LINES      PIC S9(9) COMP VALUE ZERO.

      * RECONCIL's breakdown of the applied count.
       01  WS-APPLIED-COUNTS.
           05  WS-APPLIED-INSERTED   PIC S9(9) COMP.
           05  WS-APPLIED-UPDATED    PIC S9(9) COMP.
           05  WS-APPLIED-DELETED    PIC S9(9) COMP.

      * INBACK linkage set. WS-ACK-FUNCTION stays spaces until the
      * file has been judged.
       01  WS-ACK-FUNCTION           PIC X(5) VALUE SPACES.
       01  WS-ACK-REASON             PIC X(40).
       01  WS-ACK-COUNTS.
           05  WS-ACK-RECEIVED       PIC S9(9) COMP.
           05  WS-ACK-LOADED         PIC S9(9) COMP.
           05  WS-ACK-REJECTED       PIC S9(9) COMP.
       01  WS-RUN-STAMP              PIC X(14).
       01  WS-ACK-STATUS             PIC X(1).

       01  WS-JOBREG-FUNCTION        PIC X(5).
       01  WS-JOBREG-STATUS          PIC X(1).
       01  WS-WORST-SQLCODE          PIC S9(9) COMP.
       MAIN-PARA.
           DISPLAY "FLATLOAD: enter job id" UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:14)  TO WS-RUN-STAMP
           MOVE WS-JOB-ID             TO WS-INPUT-JOB-ID
           MOVE WS-JOB-ID             TO WS-REJECT-JOB-ID

               STOP RUN
           END-IF

           PERFORM LOAD-RECORD-TYPES-PARA
           IF WS-TYPE-OVERFLOW = "Y"
               DISPLAY "FLATLOAD: more than 10 LOADRTYP.DAT rows for "
                   "job " WS-JOB-ID " -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           IF WS-TYPE-COUNT > ZERO
               PERFORM SETUP-RECORD-TYPES-PARA
               IF WS-TRAILER-IX > ZERO
                   PERFORM CHECK-TRAILER-PARA
               END-IF
           ELSE
               PERFORM SETUP-SINGLE-LAYOUT-PARA
           END-IF

           OPEN INPUT LOAD-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "FLATLOAD: no " WS-INPUT-FILE-NAME

           OPEN EXTEND LOAD-REJECT-FILE

           PERFORM LOAD-CHECKPOINT-PARA

           MOVE "INIT "               TO WS-UOW-FUNCTION
           MOVE ZERO                  TO WS-UOW-ROWS
           MOVE SPACES                TO WS-UOW-RESUME-KEY
           CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
               WS-UOW-COMMITTED

           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ LOAD-INPUT-FILE
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       ADD 1           TO WS-READ-COUNT
                       IF WS-READ-COUNT > WS-RESUME-SKIP-LINES
                           PERFORM LOAD-ONE-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOAD-INPUT-FILE
           CLOSE LOAD-REJECT-FILE

           MOVE WS-READ-COUNT         TO WS-FAMILY-LINE-NR
           PERFORM FLUSH-FAMILY-PARA

           MOVE "END  "               TO WS-UOW-FUNCTION
           MOVE ZERO                  TO WS-UOW-ROWS
           CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
               WS-UOW-COMMITTED

      * Reconcile applied against read: any reject shows up as a
      * break in RECNLG.DAT, the same audit trail the extract jobs
      * leave, with the applied count broken down by action.
      * Header and trailer records are not loadable records, and
      * the lines a resumed run passed over were the earlier run's.
           COMPUTE WS-EXPECTED-COUNT = WS-READ-COUNT - WS-CONTROL-COUNT
               - WS-RESUME-SKIP-LINES
           COMPUTE SQLERRD(3) = WS-INSERT-COUNT + WS-UPDATE-COUNT
               + WS-DELETE-COUNT
           MOVE WS-INSERT-COUNT       TO WS-APPLIED-INSERTED
           MOVE WS-UPDATE-COUNT       TO WS-APPLIED-UPDATED
           MOVE WS-DELETE-COUNT       TO WS-APPLIED-DELETED
           CALL "RECONCIL" USING SQLCA, WS-EXPECTED-COUNT,
               WS-CALLER-ID, WS-APPLIED-COUNTS

           DISPLAY "FLATLOAD " WS-JOB-ID ": " WS-READ-COUNT
               " read, " WS-INSERT-COUNT " inserted, "
               WS-UPDATE-COUNT " updated, " WS-DELETE-COUNT
               " deleted, " WS-REJECT-COUNT " rejected -- see "
               WS-REJECT-FILE-NAME UPON CONSOLE
           IF WS-CONTROL-COUNT > ZERO
               DISPLAY "FLATLOAD " WS-JOB-ID ": " WS-CONTROL-COUNT
                   " header/trailer record(s) checked, not loaded"
                   UPON CONSOLE
           END-IF

           MOVE "ACK  "               TO WS-ACK-FUNCTION
           IF WS-TRAILER-IX > ZERO
               MOVE "TRAILER TOTALS AGREE"  TO WS-ACK-REASON
           ELSE
               MOVE "FILE ACCEPTED"   TO WS-ACK-REASON
           END-IF
           COMPUTE WS-ACK-RECEIVED = WS-READ-COUNT
               - WS-RESUME-SKIP-LINES
           COMPUTE WS-ACK-LOADED = WS-INSERT-COUNT + WS-UPDATE-COUNT
               + WS-DELETE-COUNT
           MOVE WS-REJECT-COUNT       TO WS-ACK-REJECTED

           PERFORM END-RUN-PARA.

      * The SQLRCBRG "SET  "/JOBREG "END  "/"SET  " ordering every
      * job ends on, so the worst SQLCODE reaches both the ledger
      * and the scheduler.
       END-RUN-PARA.
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE
           MOVE "END  "               TO WS-JOBREG-FUNCTION
           MOVE "SET  "               TO WS-RCBRG-FUNCTION
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-WORST-SQLCODE

      * Acknowledge only after this run's JOBREG end record exists,
      * the order EXTDRV delivers its extracts in.
           IF WS-ACK-FUNCTION NOT = SPACES
               CALL "INBACK" USING WS-ACK-FUNCTION, WS-CALLER-ID,
                   WS-JOB-ID, WS-ACK-REASON, WS-ACK-COUNTS,
                   WS-RUN-STAMP, WS-ACK-STATUS
           END-IF

           STOP RUN.

      * Every early exit after a registered START must still run
           MOVE 8                     TO RETURN-CODE
           STOP RUN.

      * A checkpoint is left only by a run that stopped after an
      * interval commit. Its resume key is the last line that commit
      * covered, so the rerun picks up on the line after it.
       LOAD-CHECKPOINT-PARA.
           MOVE ZERO                  TO WS-RESUME-SKIP-LINES
           MOVE "LOAD "               TO WS-CHKPT-FUNCTION
           CALL "CHKPT" USING WS-CHKPT-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-CHKPT-ROW-COUNT, WS-CHKPT-RESUME-KEY,
               WS-CHKPT-FOUND
           IF WS-CHKPT-FOUND = "Y"
               IF WS-CHKPT-RESUME-KEY(1:9) IS NUMERIC
                   MOVE WS-CHKPT-RESUME-KEY(1:9)  TO WS-RESUME-LINE-NR
                   MOVE WS-RESUME-LINE-NR TO WS-RESUME-SKIP-LINES
                   DISPLAY "FLATLOAD: checkpoint found, resuming "
                       WS-INPUT-FILE-NAME " after line "
                       WS-RESUME-LINE-NR UPON CONSOLE
               ELSE
                   DISPLAY "FLATLOAD WARNING: checkpoint for job "
                       WS-JOB-ID " has no line number -- loading "
                       "from line 1" UPON CONSOLE
               END-IF
           END-IF.

      * The one-layout load: LOADCTL.DAT row, SELTYCAT.DAT catalog.
       SETUP-SINGLE-LAYOUT-PARA.
           PERFORM LOAD-CONTROL-PARA
           IF WS-TABLE-NAME = SPACES
               DISPLAY "FLATLOAD: no LOADCTL.DAT row for job "
                   WS-JOB-ID " and no DEFAULT row -- nothing loaded"
                   UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           PERFORM LOAD-CATALOG-PARA
           IF WS-COLUMN-COUNT = ZERO
               DISPLAY "FLATLOAD: SELTYCAT.DAT missing or empty -- "
                   "no input layout to load by" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

      * A catalog whose column lengths run past the 200-byte input
      * record would slice out of bounds record after record --
      * refuse it up front, the same way CSVEXP clamps a wild
      * column count instead of subscripting past its table.
           PERFORM MEASURE-LAYOUT-PARA
           IF WS-LAYOUT-LENGTH > 200
               DISPLAY "FLATLOAD: catalog layout is "
                   WS-LAYOUT-LENGTH " byte(s), input records are "
                   "200 -- catalog refused, nothing loaded"
                   UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           PERFORM RESOLVE-LOAD-MODE-PARA
           PERFORM BUILD-STATEMENTS-PARA.

      * Build the keyed statements first: each is assembled in
      * WS-SQL-TEXT and moved to its own set, and the INSERT built
      * last stays where it always was.
       BUILD-STATEMENTS-PARA.
           IF WS-KEYED-LOAD = "Y"
               PERFORM BUILD-UPDATE-PARA
               PERFORM BUILD-DELETE-PARA
           END-IF
           PERFORM BUILD-INSERT-PARA.

      * The layout runs from byte 1 through the type code (if any)
      * and every catalog column.
       MEASURE-LAYOUT-PARA.
           COMPUTE WS-LAYOUT-LENGTH = WS-LAYOUT-START - 1
           PERFORM ADD-LAYOUT-LENGTH-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT.

       ADD-LAYOUT-LENGTH-PARA.
           ADD WS-CAT-LENGTH(WS-COL-IX)  TO WS-LAYOUT-LENGTH.

       LOAD-CONTROL-PARA.
           MOVE SPACES                TO WS-TABLE-NAME
           MOVE SPACES                TO LOAD-CONTROL-RECORD
           MOVE "N"                   TO WS-ROW-FOUND
           MOVE "N"                   TO WS-DEF-FOUND

                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF LDC-JOB-ID = WS-JOB-ID
                               MOVE LOAD-CONTROL-RECORD
                                              TO WS-JOB-CONTROL-ROW
                               MOVE "Y"       TO WS-ROW-FOUND
                           END-IF
                           IF LDC-JOB-ID = "DEFAULT "
                               MOVE LOAD-CONTROL-RECORD
                                              TO WS-DEF-CONTROL-ROW
                               MOVE "Y"       TO WS-DEF-FOUND
                           END-IF
                   END-READ
               CLOSE LOAD-CONTROL-FILE
           END-IF

      * The whole row is taken from the one lookup that won, so a
      * job row never borrows its mode or keys from DEFAULT.
           MOVE SPACES                TO LOAD-CONTROL-RECORD
           IF WS-ROW-FOUND = "Y"
               MOVE WS-JOB-CONTROL-ROW TO LOAD-CONTROL-RECORD
           ELSE
               IF WS-DEF-FOUND = "Y"
                   MOVE WS-DEF-CONTROL-ROW TO LOAD-CONTROL-RECORD
               END-IF
           END-IF
           MOVE LDC-TABLE-NAME        TO WS-TABLE-NAME.

      * Mode, action-code byte and key columns off the LOADCTL row,
      * checked against the catalog before a single record is read:
      * a keyed statement with a key the catalog does not carry
      * would fail on every record, so the run is refused instead.
       RESOLVE-LOAD-MODE-PARA.
           MOVE "N"                   TO WS-KEYED-LOAD
           MOVE ZERO                  TO WS-ACTION-POS
           MOVE ZERO                  TO WS-KEY-COUNT
           MOVE LDC-LOAD-MODE         TO WS-LOAD-MODE
           EVALUATE WS-LOAD-MODE
               WHEN SPACES
               WHEN "INSERT"
                   MOVE "INSERT"       TO WS-LOAD-MODE
                   MOVE "I"            TO WS-DEFAULT-ACTION
               WHEN "UPSERT"
                   MOVE "U"            TO WS-DEFAULT-ACTION
                   MOVE "Y"            TO WS-KEYED-LOAD
               WHEN "DELETE"
                   MOVE "D"            TO WS-DEFAULT-ACTION
                   MOVE "Y"            TO WS-KEYED-LOAD
               WHEN OTHER
                   DISPLAY "FLATLOAD: " WS-RULES-SOURCE " mode "
                       WS-LOAD-MODE " is not INSERT, UPSERT or "
                       "DELETE -- nothing loaded" UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
           END-EVALUATE

           IF LDC-ACTION-POS IS NUMERIC
               MOVE LDC-ACTION-POS    TO WS-ACTION-POS
           END-IF
           IF WS-ACTION-POS > ZERO
               MOVE "Y"               TO WS-KEYED-LOAD
               IF WS-ACTION-POS <= WS-LAYOUT-LENGTH
                   OR WS-ACTION-POS > 200
                   DISPLAY "FLATLOAD: action code byte "
                       WS-ACTION-POS " is not between the catalog "
                       "layout (" WS-LAYOUT-LENGTH " byte(s)) and "
                       "the end of the record -- nothing loaded"
                       UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
               END-IF
           END-IF

           MOVE ALL "N"               TO WS-IS-KEY-FLAGS
           PERFORM RESOLVE-KEY-COLUMN-PARA
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > 4

           IF WS-KEYED-LOAD = "Y" AND WS-KEY-COUNT = ZERO
               DISPLAY "FLATLOAD: mode " WS-LOAD-MODE " or its action "
                   "code byte needs key columns on the "
                   WS-RULES-SOURCE " row and none are named -- "
                   "nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF.

       RESOLVE-KEY-COLUMN-PARA.
           IF LDC-KEY-COLUMN(WS-KEY-IX) NOT = SPACES
               MOVE "N"               TO WS-KEY-FOUND
               ADD 1                  TO WS-KEY-COUNT
               MOVE LDC-KEY-COLUMN(WS-KEY-IX)
                                      TO WS-KEY-VNAME(WS-KEY-COUNT)
               PERFORM FIND-KEY-COLUMN-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COLUMN-COUNT
                      OR WS-KEY-FOUND = "Y"
               IF WS-KEY-FOUND = "N"
                   DISPLAY "FLATLOAD: key column "
                       FUNCTION TRIM(LDC-KEY-COLUMN(WS-KEY-IX))
                       " is not in " WS-CATALOG-FILE-NAME
                       " -- nothing loaded" UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
               END-IF
           END-IF.

       FIND-KEY-COLUMN-PARA.
           IF WS-CAT-VNAME(WS-COL-IX) = WS-KEY-VNAME(WS-KEY-COUNT)
               MOVE WS-COL-IX         TO WS-KEY-COL-IX(WS-KEY-COUNT)
               MOVE "Y"               TO WS-IS-KEY(WS-COL-IX)
               MOVE "Y"               TO WS-KEY-FOUND
           END-IF.

       LOAD-CATALOG-PARA.
           MOVE ZERO                  TO WS-COLUMN-COUNT
           INITIALIZE WS-CATALOG-TABLE
           OPEN INPUT SEL-TYPE-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               END-IF
           END-IF.

      * The job's own file, when it has one, holds only its rows;
      * the shared file is filtered on the job id either way.
       LOAD-RECORD-TYPES-PARA.
           MOVE SPACES                TO WS-RTYPE-FILE-NAME
           STRING "LOADRTYP."                          DELIMITED SIZE
                  FUNCTION TRIM(WS-JOB-ID)             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-RTYPE-FILE-NAME
           OPEN INPUT LOAD-RECORD-TYPE-FILE
           IF WS-RTYPE-STATUS NOT = "00"
               MOVE "LOADRTYP.DAT"    TO WS-RTYPE-FILE-NAME
               OPEN INPUT LOAD-RECORD-TYPE-FILE
           END-IF
           IF WS-RTYPE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ LOAD-RECORD-TYPE-FILE
                           INTO LOAD-RECORD-TYPE-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF LRT-JOB-ID = WS-JOB-ID
                               PERFORM STORE-RECORD-TYPE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-RECORD-TYPE-FILE
           END-IF.

       STORE-RECORD-TYPE-PARA.
           IF WS-TYPE-COUNT < 10
               ADD 1                  TO WS-TYPE-COUNT
               INITIALIZE WS-TYPE-ENTRY(WS-TYPE-COUNT)
               MOVE LOAD-RECORD-TYPE-RECORD
                                      TO WS-TYP-ROW(WS-TYPE-COUNT)
               MOVE LRT-TYPE-CODE     TO WS-TYP-CODE(WS-TYPE-COUNT)
               MOVE LRT-ROLE          TO WS-TYP-ROLE(WS-TYPE-COUNT)
               MOVE SPACE         TO WS-TYP-LAST-STATUS(WS-TYPE-COUNT)
           ELSE
               MOVE "Y"               TO WS-TYPE-OVERFLOW
           END-IF.

      * Every type is checked before a record is read: its role,
      * its catalog and layout, then (once all catalogs are in) its
      * parent link, then its load rules -- the same checks the
      * one-layout load makes, so a bad row refuses the run up
      * front instead of rejecting every record of its type.
       SETUP-RECORD-TYPES-PARA.
           PERFORM SETUP-ONE-TYPE-PARA
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
           PERFORM LINK-ONE-TYPE-PARA
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
           PERFORM CHECK-ONE-TYPE-RULES-PARA
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
           MOVE ZERO                  TO WS-CURRENT-TYPE-IX.

       SETUP-ONE-TYPE-PARA.
           MOVE WS-TYP-ROW(WS-TYPE-IX)  TO LOAD-RECORD-TYPE-RECORD
           IF LRT-TYPE-CODE = SPACES
               DISPLAY "FLATLOAD: LOADRTYP.DAT row with a blank "
                   "record-type code -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF
           COMPUTE WS-TYP-CODE-LEN(WS-TYPE-IX) = FUNCTION LENGTH(
               FUNCTION TRIM(LRT-TYPE-CODE, TRAILING))

           EVALUATE LRT-ROLE
               WHEN "H"
                   CONTINUE
               WHEN "T"
                   PERFORM SETUP-TRAILER-TYPE-PARA
               WHEN "P"
               WHEN "C"
                   PERFORM SETUP-DATA-TYPE-PARA
               WHEN OTHER
                   DISPLAY "FLATLOAD: record type " LRT-TYPE-CODE
                       " role " LRT-ROLE " is not H, P, C or T -- "
                       "nothing loaded" UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
           END-EVALUATE.

      * The trailer's count (and optional amount) must lie inside
      * the record, and one trailer type is all a file can close on.
       SETUP-TRAILER-TYPE-PARA.
           IF WS-TRAILER-IX > ZERO
               DISPLAY "FLATLOAD: more than one trailer record type "
                   "for job " WS-JOB-ID " -- nothing loaded"
                   UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF
           MOVE WS-TYPE-IX            TO WS-TRAILER-IX

           IF LRT-COUNT-POS IS NUMERIC AND LRT-COUNT-LEN IS NUMERIC
               MOVE LRT-COUNT-POS     TO WS-TYP-COUNT-POS(WS-TYPE-IX)
               MOVE LRT-COUNT-LEN     TO WS-TYP-COUNT-LEN(WS-TYPE-IX)
           END-IF
           IF LRT-AMOUNT-POS IS NUMERIC AND LRT-AMOUNT-LEN IS NUMERIC
               MOVE LRT-AMOUNT-POS    TO WS-TYP-AMOUNT-POS(WS-TYPE-IX)
               MOVE LRT-AMOUNT-LEN    TO WS-TYP-AMOUNT-LEN(WS-TYPE-IX)
           END-IF

           IF WS-TYP-COUNT-POS(WS-TYPE-IX) < 1
               OR WS-TYP-COUNT-LEN(WS-TYPE-IX) < 1
               OR WS-TYP-COUNT-LEN(WS-TYPE-IX) > 9
               OR WS-TYP-COUNT-POS(WS-TYPE-IX)
                   + WS-TYP-COUNT-LEN(WS-TYPE-IX) > 201
               OR WS-TYP-AMOUNT-LEN(WS-TYPE-IX) > 18
               OR (WS-TYP-AMOUNT-LEN(WS-TYPE-IX) > ZERO
                   AND (WS-TYP-AMOUNT-POS(WS-TYPE-IX) < 1
                     OR WS-TYP-AMOUNT-POS(WS-TYPE-IX)
                      + WS-TYP-AMOUNT-LEN(WS-TYPE-IX) > 201))
               DISPLAY "FLATLOAD: trailer type " LRT-TYPE-CODE
                   " count or amount position is outside the "
                   "record -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF.

       SETUP-DATA-TYPE-PARA.
           IF LRT-TABLE-NAME = SPACES
               DISPLAY "FLATLOAD: record type " LRT-TYPE-CODE
                   " names no table -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           MOVE SPACES                TO WS-CATALOG-FILE-NAME
           STRING "SELTYCAT."                          DELIMITED SIZE
                  FUNCTION TRIM(LRT-CATALOG-ID)        DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-CATALOG-FILE-NAME
           PERFORM LOAD-CATALOG-PARA
           IF WS-COLUMN-COUNT = ZERO
               DISPLAY "FLATLOAD: " WS-CATALOG-FILE-NAME " for record "
                   "type " LRT-TYPE-CODE " missing or empty -- "
                   "nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

           COMPUTE WS-LAYOUT-START = WS-TYP-CODE-LEN(WS-TYPE-IX) + 1
           PERFORM MEASURE-LAYOUT-PARA
           IF WS-LAYOUT-LENGTH > 200
               DISPLAY "FLATLOAD: record type " LRT-TYPE-CODE
                   " layout is " WS-LAYOUT-LENGTH " byte(s), input "
                   "records are 200 -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF

      * The amount column's byte offset, for the trailer check.
           IF LRT-AMOUNT-COLUMN NOT = SPACES
               MOVE "N"               TO WS-COLUMN-FOUND
               MOVE WS-LAYOUT-START   TO WS-SCAN-POS
               PERFORM FIND-AMOUNT-COLUMN-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > WS-COLUMN-COUNT
                      OR WS-COLUMN-FOUND = "Y"
               IF WS-COLUMN-FOUND = "N"
                   DISPLAY "FLATLOAD: amount column "
                       FUNCTION TRIM(LRT-AMOUNT-COLUMN) " is not in "
                       WS-CATALOG-FILE-NAME " -- nothing loaded"
                       UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
               END-IF
           END-IF

           MOVE WS-CATALOG-TABLE      TO WS-TYP-CATALOG(WS-TYPE-IX)
           MOVE WS-COLUMN-COUNT       TO WS-TYP-COLUMN-COUNT(WS-TYPE-IX)
           MOVE WS-LAYOUT-LENGTH
                               TO WS-TYP-LAYOUT-LENGTH(WS-TYPE-IX).

       FIND-AMOUNT-COLUMN-PARA.
           IF WS-CAT-VNAME(WS-COL-IX) = LRT-AMOUNT-COLUMN
               MOVE WS-SCAN-POS       TO WS-TYP-AMOUNT-POS(WS-TYPE-IX)
               MOVE WS-CAT-LENGTH(WS-COL-IX)
                                      TO WS-TYP-AMOUNT-LEN(WS-TYPE-IX)
               MOVE "Y"               TO WS-COLUMN-FOUND
           ELSE
               ADD WS-CAT-LENGTH(WS-COL-IX)  TO WS-SCAN-POS
           END-IF.

      * A child names its parent's type and the parent column whose
      * value it carries; the child table's link column is added
      * to the child's catalog as a zero-width column, so it binds
      * (and can serve as a key) like any other, filled from the
      * parent record instead of sliced from the child's.
       LINK-ONE-TYPE-PARA.
           MOVE WS-TYP-ROW(WS-TYPE-IX)  TO LOAD-RECORD-TYPE-RECORD
           IF LRT-ROLE = "C"
               MOVE ZERO              TO WS-PARENT-IX
               PERFORM FIND-PARENT-TYPE-PARA
                   VARYING WS-TYPE-IX2 FROM 1 BY 1
                   UNTIL WS-TYPE-IX2 > WS-TYPE-COUNT
                      OR WS-PARENT-IX > ZERO
               IF WS-PARENT-IX = ZERO
                   DISPLAY "FLATLOAD: child type " LRT-TYPE-CODE
                       " parent type " LRT-PARENT-TYPE " is not a "
                       "parent or child type of the job -- nothing "
                       "loaded" UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
               END-IF
               MOVE WS-PARENT-IX      TO WS-TYP-PARENT-IX(WS-TYPE-IX)

               MOVE "N"               TO WS-COLUMN-FOUND
               PERFORM FIND-PARENT-COLUMN-PARA
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX >
                         WS-TYP-COLUMN-COUNT(WS-PARENT-IX)
                      OR WS-COLUMN-FOUND = "Y"
               IF WS-COLUMN-FOUND = "N" OR LRT-LINK-COLUMN = SPACES
                   OR WS-TYP-COLUMN-COUNT(WS-TYPE-IX) = 40
                   DISPLAY "FLATLOAD: child type " LRT-TYPE-CODE
                       " needs a parent column of type "
                       LRT-PARENT-TYPE ", a link column and room for"
                       " it in its catalog -- nothing loaded"
                       UPON CONSOLE
                   PERFORM ABORT-RUN-PARA
               END-IF

               ADD 1                  TO WS-TYP-COLUMN-COUNT(WS-TYPE-IX)
               MOVE WS-TYP-COLUMN-COUNT(WS-TYPE-IX)
                                      TO WS-TYP-LINK-COL-IX(WS-TYPE-IX)
               MOVE LRT-LINK-COLUMN   TO WS-TYP-CAT-VNAME(WS-TYPE-IX,
                                         WS-TYP-LINK-COL-IX(WS-TYPE-IX))
               MOVE 1                 TO WS-TYP-CAT-TYPE(WS-TYPE-IX,
                                         WS-TYP-LINK-COL-IX(WS-TYPE-IX))
               MOVE ZERO              TO WS-TYP-CAT-LENGTH(WS-TYPE-IX,
                                         WS-TYP-LINK-COL-IX(WS-TYPE-IX))
           END-IF.

       FIND-PARENT-TYPE-PARA.
           IF WS-TYP-CODE(WS-TYPE-IX2) = LRT-PARENT-TYPE
               AND WS-TYPE-IX2 NOT = WS-TYPE-IX
               AND (WS-TYP-ROLE(WS-TYPE-IX2) = "P"
                 OR WS-TYP-ROLE(WS-TYPE-IX2) = "C")
               MOVE WS-TYPE-IX2       TO WS-PARENT-IX
           END-IF.

       FIND-PARENT-COLUMN-PARA.
           IF WS-TYP-CAT-VNAME(WS-PARENT-IX, WS-COL-IX)
                   = LRT-PARENT-COLUMN
               MOVE WS-COL-IX         TO WS-TYP-PARENT-COL-IX(
                                             WS-TYPE-IX)
               MOVE "Y"               TO WS-COLUMN-FOUND
           END-IF.

       CHECK-ONE-TYPE-RULES-PARA.
           IF WS-TYP-ROLE(WS-TYPE-IX) = "P"
               OR WS-TYP-ROLE(WS-TYPE-IX) = "C"
               PERFORM SWITCH-LAYOUT-PARA
           END-IF.

      * Make WS-TYPE-IX's layout the current one: its catalog and
      * layout into the single-layout items, its load rules through
      * the LOADCTL.DAT row's fields, and its statements rebuilt.
       SWITCH-LAYOUT-PARA.
           MOVE WS-TYP-ROW(WS-TYPE-IX)  TO LOAD-RECORD-TYPE-RECORD
           MOVE WS-TYP-CATALOG(WS-TYPE-IX)  TO WS-CATALOG-TABLE
           MOVE WS-TYP-COLUMN-COUNT(WS-TYPE-IX)  TO WS-COLUMN-COUNT
           MOVE WS-TYP-LAYOUT-LENGTH(WS-TYPE-IX) TO WS-LAYOUT-LENGTH
           COMPUTE WS-LAYOUT-START = WS-TYP-CODE-LEN(WS-TYPE-IX) + 1

           MOVE SPACES                TO WS-CATALOG-FILE-NAME
           STRING "SELTYCAT."                          DELIMITED SIZE
                  FUNCTION TRIM(LRT-CATALOG-ID)        DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-CATALOG-FILE-NAME
           MOVE SPACES                TO WS-RULES-SOURCE
           STRING "LOADRTYP.DAT "                      DELIMITED SIZE
                  LRT-TYPE-CODE                        DELIMITED SIZE
               INTO WS-RULES-SOURCE

           MOVE SPACES                TO LOAD-CONTROL-RECORD
           MOVE LRT-LOAD-RULES        TO LDC-LOAD-RULES
           MOVE LDC-TABLE-NAME        TO WS-TABLE-NAME
           PERFORM RESOLVE-LOAD-MODE-PARA
           PERFORM BUILD-STATEMENTS-PARA
           MOVE WS-TYPE-IX            TO WS-CURRENT-TYPE-IX.

      * First LOADRTYP.DAT row whose code matches the record's
      * leading bytes over the code's own length.
       FIND-RECORD-TYPE-PARA.
           MOVE ZERO                  TO WS-FOUND-TYPE-IX
           PERFORM MATCH-RECORD-TYPE-PARA
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
                  OR WS-FOUND-TYPE-IX > ZERO.

       MATCH-RECORD-TYPE-PARA.
           IF LOAD-INPUT-LINE(1:WS-TYP-CODE-LEN(WS-TYPE-IX))
                   = WS-TYP-CODE(WS-TYPE-IX)
                       (1:WS-TYP-CODE-LEN(WS-TYPE-IX))
               MOVE WS-TYPE-IX        TO WS-FOUND-TYPE-IX
           END-IF.

      * Read the whole file once before loading any of it: the
      * parent and child records counted (an unknown type is still
      * a record the sender sent), the amount columns summed, and
      * the trailer's figures taken. They go through RECONCIL the
      * way INBVRFY logs INBCTL.<job-id>.DAT against INBDAT, and a
      * disagreement -- or no trailer at all -- refuses the file
      * with -20999 before a row reaches Oracle.
       CHECK-TRAILER-PARA.
           MOVE ZERO                  TO WS-DETAIL-COUNT
           MOVE ZERO                  TO WS-DETAIL-AMOUNT
           MOVE ZERO                  TO WS-TRAILER-COUNT
           MOVE ZERO                  TO WS-TRAILER-AMOUNT
           MOVE "N"                   TO WS-TRAILER-SEEN

           OPEN INPUT LOAD-INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "FLATLOAD: no " WS-INPUT-FILE-NAME
                   " on disk -- nothing loaded" UPON CONSOLE
               PERFORM ABORT-RUN-PARA
           END-IF
           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ LOAD-INPUT-FILE
                   AT END
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       PERFORM SCAN-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE LOAD-INPUT-FILE

           MOVE "Y"                   TO WS-TRAILER-MATCHED
           IF WS-TRAILER-SEEN = "N"
               OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE "N"               TO WS-TRAILER-MATCHED
           END-IF
           IF WS-TYP-AMOUNT-LEN(WS-TRAILER-IX) > ZERO
               AND WS-TRAILER-AMOUNT NOT = WS-DETAIL-AMOUNT
               MOVE "N"               TO WS-TRAILER-MATCHED
           END-IF

           MOVE WS-TRAILER-COUNT      TO WS-EXPECTED-COUNT
           MOVE WS-DETAIL-COUNT       TO SQLERRD(3)
           MOVE ZERO                  TO WS-APPLIED-INSERTED
           MOVE ZERO                  TO WS-APPLIED-UPDATED
           MOVE ZERO                  TO WS-APPLIED-DELETED
           CALL "RECONCIL" USING SQLCA, WS-EXPECTED-COUNT,
               WS-CALLER-ID, WS-APPLIED-COUNTS

           IF WS-TRAILER-MATCHED = "N"
               DISPLAY WS-CALLER-ID " FLATLOAD WARNING: "
                   WS-INPUT-FILE-NAME " disagrees with its trailer - "
                   "trailer seen " WS-TRAILER-SEEN ", "
                   WS-TRAILER-COUNT " record(s) stated, "
                   WS-DETAIL-COUNT " counted -- nothing loaded"
                   UPON CONSOLE
               MOVE -20999            TO WS-RCBRG-SQLCODE
               MOVE "TRACK"           TO WS-RCBRG-FUNCTION
               CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION,
                   WS-RCBRG-SQLCODE
               MOVE "NAK  "           TO WS-ACK-FUNCTION
               EVALUATE TRUE
                   WHEN WS-TRAILER-SEEN = "N"
                       MOVE "NO TRAILER RECORD"  TO WS-ACK-REASON
                   WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                       MOVE "RECORD COUNT DISAGREES WITH TRAILER"
                                      TO WS-ACK-REASON
                   WHEN OTHER
                       MOVE "AMOUNT TOTAL DISAGREES WITH TRAILER"
                                      TO WS-ACK-REASON
               END-EVALUATE
               MOVE WS-SCAN-COUNT     TO WS-ACK-RECEIVED
               MOVE ZERO              TO WS-ACK-LOADED
               MOVE ZERO              TO WS-ACK-REJECTED
               PERFORM END-RUN-PARA
           END-IF.

       SCAN-ONE-RECORD-PARA.
           ADD 1                      TO WS-SCAN-COUNT
           PERFORM FIND-RECORD-TYPE-PARA
           IF WS-FOUND-TYPE-IX = ZERO
               ADD 1                  TO WS-DETAIL-COUNT
           ELSE
               EVALUATE WS-TYP-ROLE(WS-FOUND-TYPE-IX)
                   WHEN "H"
                       CONTINUE
                   WHEN "T"
                       PERFORM TAKE-TRAILER-PARA
                   WHEN OTHER
                       ADD 1           TO WS-DETAIL-COUNT
                       PERFORM ADD-DETAIL-AMOUNT-PARA
               END-EVALUATE
           END-IF.

      * A count that is not all digits can never agree; -1 makes
      * sure it does not.
       TAKE-TRAILER-PARA.
           MOVE "Y"                   TO WS-TRAILER-SEEN
           IF LOAD-INPUT-LINE(WS-TYP-COUNT-POS(WS-FOUND-TYPE-IX):
                   WS-TYP-COUNT-LEN(WS-FOUND-TYPE-IX)) IS NUMERIC
               MOVE LOAD-INPUT-LINE(WS-TYP-COUNT-POS(WS-FOUND-TYPE-IX):
                   WS-TYP-COUNT-LEN(WS-FOUND-TYPE-IX))
                                      TO WS-TRAILER-COUNT
           ELSE
               MOVE -1                TO WS-TRAILER-COUNT
           END-IF
           IF WS-TYP-AMOUNT-LEN(WS-FOUND-TYPE-IX) > ZERO
               COMPUTE WS-TRAILER-AMOUNT = FUNCTION NUMVAL(
                   LOAD-INPUT-LINE(WS-TYP-AMOUNT-POS(WS-FOUND-TYPE-IX):
                       WS-TYP-AMOUNT-LEN(WS-FOUND-TYPE-IX)))
           END-IF.

       ADD-DETAIL-AMOUNT-PARA.
           IF WS-TYP-AMOUNT-LEN(WS-FOUND-TYPE-IX) > ZERO
               AND LOAD-INPUT-LINE(WS-TYP-AMOUNT-POS(WS-FOUND-TYPE-IX):
                   WS-TYP-AMOUNT-LEN(WS-FOUND-TYPE-IX)) NOT = SPACES
               COMPUTE WS-DETAIL-AMOUNT = WS-DETAIL-AMOUNT
                   + FUNCTION NUMVAL(LOAD-INPUT-LINE
                       (WS-TYP-AMOUNT-POS(WS-FOUND-TYPE-IX):
                        WS-TYP-AMOUNT-LEN(WS-FOUND-TYPE-IX)))
           END-IF.

       BUILD-INSERT-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
                  WS-MARKER-NR                         DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR.

      * UPDATE <table> SET <non-key>=:n,... WHERE <key>=:n AND ...
      * -- a catalog that is all key columns sets the first key to
      * itself, so the statement still finds the row or not.
       BUILD-UPDATE-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           MOVE ZERO                  TO WS-UPD-BIND-COUNT
           STRING "UPDATE "                            DELIMITED SIZE
                  FUNCTION TRIM(WS-TABLE-NAME)         DELIMITED SIZE
                  " SET "                              DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR

           PERFORM APPEND-SET-COLUMN-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT

           IF WS-UPD-BIND-COUNT = ZERO
               STRING FUNCTION TRIM(WS-KEY-VNAME(1))   DELIMITED SIZE
                      "="                              DELIMITED SIZE
                      FUNCTION TRIM(WS-KEY-VNAME(1))   DELIMITED SIZE
                   INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           END-IF

           STRING " WHERE "                            DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR

           PERFORM APPEND-UPD-KEY-PARA
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT

           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE WS-SQL-TEXT           TO WS-UPD-SQL-TEXT.

       APPEND-SET-COLUMN-PARA.
           IF WS-IS-KEY(WS-COL-IX) = "N"
               IF WS-UPD-BIND-COUNT > ZERO
                   STRING ","                          DELIMITED SIZE
                       INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
               END-IF
               ADD 1                  TO WS-UPD-BIND-COUNT
               MOVE WS-COL-IX         TO WS-UPD-BIND-COL(
                                             WS-UPD-BIND-COUNT)
               MOVE WS-UPD-BIND-COUNT TO WS-MARKER-NR
               STRING FUNCTION TRIM(WS-CAT-VNAME(WS-COL-IX))
                                                       DELIMITED SIZE
                      "=:"                             DELIMITED SIZE
                      WS-MARKER-NR                     DELIMITED SIZE
                   INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           END-IF.

       APPEND-UPD-KEY-PARA.
           IF WS-KEY-IX > 1
               STRING " AND "                          DELIMITED SIZE
                   INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           END-IF
           ADD 1                      TO WS-UPD-BIND-COUNT
           MOVE WS-KEY-COL-IX(WS-KEY-IX)
                                      TO WS-UPD-BIND-COL(
                                             WS-UPD-BIND-COUNT)
           MOVE WS-UPD-BIND-COUNT     TO WS-MARKER-NR
           STRING FUNCTION TRIM(WS-KEY-VNAME(WS-KEY-IX))
                                                       DELIMITED SIZE
                  "=:"                                 DELIMITED SIZE
                  WS-MARKER-NR                         DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR.

      * DELETE FROM <table> WHERE <key>=:n AND ... -- bind slot n is
      * key n, so the key table doubles as this statement's map.
       BUILD-DELETE-PARA.
           MOVE SPACES                TO WS-SQL-TEXT-TEXT
           MOVE 1                     TO WS-SQL-PTR
           STRING "DELETE FROM "                       DELIMITED SIZE
                  FUNCTION TRIM(WS-TABLE-NAME)         DELIMITED SIZE
                  " WHERE "                            DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR

           PERFORM APPEND-DEL-KEY-PARA
               VARYING WS-KEY-IX FROM 1 BY 1
               UNTIL WS-KEY-IX > WS-KEY-COUNT

           COMPUTE WS-SQL-TEXT-LEN = WS-SQL-PTR - 1
           MOVE WS-SQL-TEXT           TO WS-DEL-SQL-TEXT
           MOVE WS-KEY-COUNT          TO WS-DEL-BIND-COUNT.

       APPEND-DEL-KEY-PARA.
           IF WS-KEY-IX > 1
               STRING " AND "                          DELIMITED SIZE
                   INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR
           END-IF
           MOVE WS-KEY-IX             TO WS-MARKER-NR
           STRING FUNCTION TRIM(WS-KEY-VNAME(WS-KEY-IX))
                                                       DELIMITED SIZE
                  "=:"                                 DELIMITED SIZE
                  WS-MARKER-NR                         DELIMITED SIZE
               INTO WS-SQL-TEXT-TEXT WITH POINTER WS-SQL-PTR.

       LOAD-ONE-RECORD-PARA.
           IF WS-TYPE-COUNT > ZERO
               PERFORM LOAD-TYPED-RECORD-PARA
           ELSE
               PERFORM LOAD-LAYOUT-RECORD-PARA
               MOVE WS-READ-COUNT     TO WS-FAMILY-LINE-NR
               MOVE WS-UOW-ROWS       TO WS-FAMILY-ROWS
               PERFORM FLUSH-FAMILY-PARA
           END-IF.

      * Header and trailer records are counted and passed over; a
      * parent record closes the previous family's unit of work
      * before it is loaded, so UOWMGR can only commit between one
      * parent's children and the next parent.
       LOAD-TYPED-RECORD-PARA.
           PERFORM FIND-RECORD-TYPE-PARA
           IF WS-FOUND-TYPE-IX = ZERO
               MOVE ZERO              TO WS-EXEC-STATUS
               MOVE "UNKNOWN RECORD TYPE" TO WS-REASON-TEXT
               PERFORM WRITE-REJECT-PARA
           ELSE
               EVALUATE WS-TYP-ROLE(WS-FOUND-TYPE-IX)
                   WHEN "H"
                   WHEN "T"
                       ADD 1           TO WS-CONTROL-COUNT
                   WHEN OTHER
                       IF WS-TYP-ROLE(WS-FOUND-TYPE-IX) = "P"
                           COMPUTE WS-FAMILY-LINE-NR = WS-READ-COUNT
                               - 1
                           PERFORM FLUSH-FAMILY-PARA
                       END-IF
                       IF WS-FOUND-TYPE-IX NOT = WS-CURRENT-TYPE-IX
                           MOVE WS-FOUND-TYPE-IX  TO WS-TYPE-IX
                           PERFORM SWITCH-LAYOUT-PARA
                       END-IF
                       IF WS-TYP-ROLE(WS-FOUND-TYPE-IX) = "C"
                           MOVE "Y"    TO WS-CHILD-RECORD
                       ELSE
                           MOVE "N"    TO WS-CHILD-RECORD
                       END-IF
                       PERFORM LOAD-LAYOUT-RECORD-PARA
                       ADD WS-UOW-ROWS TO WS-FAMILY-ROWS
                       PERFORM SAVE-LAST-RECORD-PARA
               END-EVALUATE
           END-IF.

      * The family's changed rows go to UOWMGR in one "ROW  ", with
      * the line of its last record as the resume key: a commit on
      * this call covers every line up to and including that one.
       FLUSH-FAMILY-PARA.
           IF WS-FAMILY-ROWS > ZERO
               MOVE "ROW  "           TO WS-UOW-FUNCTION
               MOVE WS-FAMILY-ROWS    TO WS-UOW-ROWS
               MOVE WS-FAMILY-LINE-NR TO WS-RESUME-LINE-NR
               MOVE WS-RESUME-LINE-NR TO WS-UOW-RESUME-KEY
               CALL "UOWMGR" USING WS-UOW-FUNCTION, WS-CALLER-ID,
                   WS-JOB-ID, WS-UOW-ROWS, WS-UOW-RESUME-KEY,
                   WS-UOW-COMMITTED
               MOVE ZERO              TO WS-FAMILY-ROWS
           END-IF.

      * Keep the record for the children under it; a new record of
      * a type starts its children's families over, so a child
      * can never attach to an earlier parent's record.
       SAVE-LAST-RECORD-PARA.
           IF WS-RECORD-REJECTED = "Y"
               MOVE "R"       TO WS-TYP-LAST-STATUS(WS-FOUND-TYPE-IX)
           ELSE
               MOVE "L"       TO WS-TYP-LAST-STATUS(WS-FOUND-TYPE-IX)
           END-IF
           MOVE WS-READ-COUNT TO WS-TYP-LAST-LINE(WS-FOUND-TYPE-IX)
           MOVE WS-BIND-VALUES
                             TO WS-TYP-LAST-BINDS(WS-FOUND-TYPE-IX)
           MOVE WS-BIND-NULL-FLAGS
                             TO WS-TYP-LAST-NULLS(WS-FOUND-TYPE-IX)
           PERFORM RESET-CHILD-STATUS-PARA
               VARYING WS-TYPE-IX2 FROM 1 BY 1
               UNTIL WS-TYPE-IX2 > WS-TYPE-COUNT.

       RESET-CHILD-STATUS-PARA.
           IF WS-TYP-PARENT-IX(WS-TYPE-IX2) = WS-FOUND-TYPE-IX
               MOVE SPACE             TO WS-TYP-LAST-STATUS(WS-TYPE-IX2)
           END-IF.

       LOAD-LAYOUT-RECORD-PARA.
           MOVE "Y"                   TO WS-VALID-FLAG
           MOVE "N"                   TO WS-RECORD-REJECTED
           MOVE SPACES                TO WS-REASON-TEXT
           MOVE SPACES                TO WS-BIND-VALUES
           MOVE ALL "N"               TO WS-BIND-NULL-FLAGS
           MOVE WS-LAYOUT-START       TO WS-RECORD-PTR
           MOVE ZERO                  TO WS-UOW-ROWS

           IF WS-CHILD-RECORD = "Y"
               PERFORM CHECK-PARENT-PARA
           END-IF

           IF WS-VALID-FLAG = "Y"
               PERFORM SELECT-ACTION-PARA
           END-IF

           PERFORM SLICE-COLUMN-PARA
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > WS-COLUMN-COUNT
                  OR WS-VALID-FLAG = "N"

           IF WS-VALID-FLAG = "Y" AND WS-CHILD-RECORD = "Y"
               PERFORM CARRY-PARENT-KEY-PARA
           END-IF

           IF WS-VALID-FLAG = "Y" AND WS-RECORD-ACTION NOT = "I"
               PERFORM CHECK-KEY-PRESENT-PARA
                   VARYING WS-KEY-IX FROM 1 BY 1
                   UNTIL WS-KEY-IX > WS-KEY-COUNT
                      OR WS-VALID-FLAG = "N"
           END-IF

           IF WS-VALID-FLAG = "N"
               MOVE ZERO              TO WS-EXEC-STATUS
               PERFORM WRITE-REJECT-PARA
           ELSE
               EVALUATE WS-RECORD-ACTION
                   WHEN "U"
                       PERFORM APPLY-UPSERT-PARA
                   WHEN "D"
                       PERFORM APPLY-DELETE-PARA
                   WHEN OTHER
                       PERFORM APPLY-INSERT-PARA
               END-EVALUATE
           END-IF.

      * The child's parent is the latest record of the parent type;
      * none yet, or a rejected one, rejects the child with the
      * reason naming the parent's line.
       CHECK-PARENT-PARA.
           MOVE WS-TYP-PARENT-IX(WS-CURRENT-TYPE-IX)  TO WS-PARENT-IX
           EVALUATE WS-TYP-LAST-STATUS(WS-PARENT-IX)
               WHEN "L"
                   CONTINUE
               WHEN "R"
                   MOVE "N"            TO WS-VALID-FLAG
                   MOVE WS-TYP-LAST-LINE(WS-PARENT-IX)
                                       TO WS-REASON-LINE-NR
                   STRING "PARENT REJECTED AT LINE "   DELIMITED SIZE
                          WS-REASON-LINE-NR            DELIMITED SIZE
                       INTO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "N"            TO WS-VALID-FLAG
                   MOVE "NO PARENT RECORD AHEAD OF IT" TO WS-REASON-TEXT
           END-EVALUATE.

       CARRY-PARENT-KEY-PARA.
           MOVE WS-TYP-LAST-BIND-VALUE(WS-PARENT-IX,
                   WS-TYP-PARENT-COL-IX(WS-CURRENT-TYPE-IX))
               TO WS-BIND-VALUE(WS-TYP-LINK-COL-IX(WS-CURRENT-TYPE-IX))
           MOVE WS-TYP-LAST-NULL-FLAG(WS-PARENT-IX,
                   WS-TYP-PARENT-COL-IX(WS-CURRENT-TYPE-IX))
               TO WS-BIND-NULL-FLAG(
                   WS-TYP-LINK-COL-IX(WS-CURRENT-TYPE-IX)).

      * The record's own action code, when the row names its byte
      * and it is not blank, overrides the mode's.
       SELECT-ACTION-PARA.
           MOVE WS-DEFAULT-ACTION     TO WS-RECORD-ACTION
           IF WS-ACTION-POS > ZERO
               MOVE LOAD-INPUT-LINE(WS-ACTION-POS:1)
                                      TO WS-ACTION-CODE
               EVALUATE WS-ACTION-CODE
                   WHEN SPACE
                       CONTINUE
                   WHEN "I"
                   WHEN "U"
                   WHEN "D"
                       MOVE WS-ACTION-CODE TO WS-RECORD-ACTION
                   WHEN OTHER
                       MOVE "N"        TO WS-VALID-FLAG
                       MOVE SPACES     TO WS-REASON-TEXT
                       STRING "BAD ACTION CODE "       DELIMITED SIZE
                              WS-ACTION-CODE           DELIMITED SIZE
                           INTO WS-REASON-TEXT
               END-EVALUATE
           END-IF.

      * A key column bound NULL would match no row: reject the record
      * rather than insert a duplicate or miss the delete.
       CHECK-KEY-PRESENT-PARA.
           IF WS-BIND-NULL-FLAG(WS-KEY-COL-IX(WS-KEY-IX)) = "Y"
               MOVE "N"               TO WS-VALID-FLAG
               MOVE SPACES            TO WS-REASON-TEXT
               STRING "NO KEY "                        DELIMITED SIZE
                      FUNCTION TRIM(WS-KEY-VNAME(WS-KEY-IX))
                                                       DELIMITED SIZE
                   INTO WS-REASON-TEXT
               MOVE WS-KEY-VNAME(WS-KEY-IX)  TO WS-REJECT-COLUMN
           END-IF.

       APPLY-INSERT-PARA.
           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-SQL-TEXT,
               WS-BIND-COUNT, WS-BIND-VALUES, WS-BIND-NULL-FLAGS,
               WS-ROWS-AFFECTED, WS-CALLER-ID
           IF WS-EXEC-STATUS < ZERO
               MOVE "ORACLE REFUSED INSERT" TO WS-REASON-TEXT
               PERFORM WRITE-REJECT-PARA
           ELSE
               ADD 1                  TO WS-INSERT-COUNT
               ADD WS-ROWS-AFFECTED   TO WS-UOW-ROWS
           END-IF.

      * Update by key; no row updated means the key is new, so the
      * record is inserted instead.
       APPLY-UPSERT-PARA.
           PERFORM FILL-UPD-BIND-PARA
               VARYING WS-BIND-IX FROM 1 BY 1
               UNTIL WS-BIND-IX > WS-UPD-BIND-COUNT
           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-UPD-SQL-TEXT,
               WS-UPD-BIND-COUNT, WS-UPD-BIND-VALUES,
               WS-UPD-BIND-NULL-FLAGS, WS-ROWS-AFFECTED, WS-CALLER-ID
           EVALUATE TRUE
               WHEN WS-EXEC-STATUS < ZERO
                   MOVE "ORACLE REFUSED UPDATE" TO WS-REASON-TEXT
                   PERFORM WRITE-REJECT-PARA
               WHEN WS-ROWS-AFFECTED > ZERO
                   ADD 1              TO WS-UPDATE-COUNT
                   ADD WS-ROWS-AFFECTED  TO WS-UOW-ROWS
               WHEN OTHER
                   PERFORM APPLY-INSERT-PARA
           END-EVALUATE.

       FILL-UPD-BIND-PARA.
           MOVE WS-BIND-VALUE(WS-UPD-BIND-COL(WS-BIND-IX))
                                      TO WS-UPD-BIND-VALUE(WS-BIND-IX)
           MOVE WS-BIND-NULL-FLAG(WS-UPD-BIND-COL(WS-BIND-IX))
                               TO WS-UPD-BIND-NULL-FLAG(WS-BIND-IX).

      * A delete whose key is not on the table is rejected, not
      * counted: the sender believes a row went away that never
      * existed here, and the reject file is where they find out.
       APPLY-DELETE-PARA.
           PERFORM FILL-DEL-BIND-PARA
               VARYING WS-BIND-IX FROM 1 BY 1
               UNTIL WS-BIND-IX > WS-DEL-BIND-COUNT
           CALL "DYNEXEC4" USING WS-EXEC-STATUS, WS-DEL-SQL-TEXT,
               WS-DEL-BIND-COUNT, WS-DEL-BIND-VALUES,
               WS-DEL-BIND-NULL-FLAGS, WS-ROWS-AFFECTED, WS-CALLER-ID
           EVALUATE TRUE
               WHEN WS-EXEC-STATUS < ZERO
                   MOVE "ORACLE REFUSED DELETE" TO WS-REASON-TEXT
                   PERFORM WRITE-REJECT-PARA
               WHEN WS-ROWS-AFFECTED > ZERO
                   ADD 1              TO WS-DELETE-COUNT
                   ADD WS-ROWS-AFFECTED  TO WS-UOW-ROWS
               WHEN OTHER
                   MOVE "DELETE KEY NOT ON TABLE" TO WS-REASON-TEXT
                   PERFORM WRITE-REJECT-PARA
           END-EVALUATE.

       FILL-DEL-BIND-PARA.
           MOVE WS-BIND-VALUE(WS-KEY-COL-IX(WS-BIND-IX))
                                      TO WS-DEL-BIND-VALUE(WS-BIND-IX)
           MOVE WS-BIND-NULL-FLAG(WS-KEY-COL-IX(WS-BIND-IX))
                               TO WS-DEL-BIND-NULL-FLAG(WS-BIND-IX).

       SLICE-COLUMN-PARA.
           MOVE SPACES                TO WS-SLICE-VALUE
           MOVE WS-CAT-LENGTH(WS-COL-IX)  TO WS-SLICE-LEN
                      FUNCTION TRIM(WS-CAT-VNAME(WS-COL-IX))
                                                       DELIMITED SIZE
                   INTO WS-REASON-TEXT
               MOVE WS-CAT-VNAME(WS-COL-IX)  TO WS-REJECT-COLUMN
           END-IF.

      * NUMBER content: digits, an optional single leading sign and

       WRITE-REJECT-PARA.
           ADD 1                      TO WS-REJECT-COUNT
           MOVE "Y"                   TO WS-RECORD-REJECTED

           MOVE WS-CALLER-ID          TO LRJ-PROGRAM-ID
           MOVE WS-JOB-ID             TO LRJ-JOB-ID
           MOVE WS-EXEC-STATUS        TO LRJ-SQLCODE
           MOVE WS-REASON-TEXT        TO LRJ-REASON
           MOVE LOAD-INPUT-LINE       TO LRJ-RECORD-TEXT
           MOVE WS-REJECT-COLUMN      TO LRJ-COLUMN-NAME

           WRITE LOAD-REJECT-LINE FROM LOAD-REJECT-RECORD
           MOVE SPACES                TO WS-REJECT-COLUMN

           DISPLAY WS-CALLER-ID " FLATLOAD WARNING: record "
               WS-READ-COUNT " rejected - " WS-REASON-TEXT
