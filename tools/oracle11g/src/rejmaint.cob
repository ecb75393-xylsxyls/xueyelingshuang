      ***************************************************************
      *                                                             *
      *               R  E  J  M  A  I  N  T                        *
      *                                                             *
      *  Operator utility for FLATLOAD's rejects.                   *
      *  LOAD-REJECT-RECORDs piled up in LOADREJ.<job-id>.DAT and   *
      *  nothing said whether anyone ever fixed them. Each reject   *
      *  an operator acts on gets a row in REJSTAT.DAT              *
      *  (rejstat.cob); a reject with no row, or one corrected but  *
      *  not yet resubmitted, is open. Function prompted for on the *
      *  console, the OFPMAINT way:                                 *
      *                                                             *
      *    LIST - the open rejects of a job, each with its reject   *
      *       number: its position in LOADREJ.<job-id>.DAT, which   *
      *       only ever grows, so the number stays put from one run *
      *       to the next.                                          *
      *    CORRECT - replace one reject's record text (blank keeps  *
      *       the original, for a reject cured by fixing the        *
      *       reference data instead) and record the operator's     *
      *       initials; the reject stays open until resubmitted.    *
      *    WRITEOFF - close one reject as written off, with the     *
      *       operator's initials.                                  *
      *    RESUBMIT - write every corrected reject of a job, in     *
      *       reject order, to LOADIN.<job-id>.DAT for the job id   *
      *       the operator names (blank means the same job) and     *
      *       mark each one resubmitted with the line it went out   *
      *       on, so FLATLOAD loads the corrections as a normal run *
      *       and any reject of a resubmitted line traces back to   *
      *       its original. Overwriting an input file already on    *
      *       disk is confirmed first, whichever job it belongs to. *
      *    AGING - the weekly audit list: every job FLATLOAD has    *
      *       run for (from the JOBREG ledger), its rejects still   *
      *       open more than N business days after they were        *
      *       written (BIZCAL "BETWN"; N prompted for, 5 when left  *
      *       blank), by job and reason, with the count and the     *
      *       oldest, to REJAGE.<yyyymmdd>.DAT.                     *
      *                                                             *
      *  CORRECT, WRITEOFF and RESUBMIT rewrite REJSTAT.DAT from    *
      *  the in-memory table, so a load that overflowed it refuses  *
      *  to, as OFPMAINT does.                                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - CORRECT and WRITEOFF audit the    *
      *              status row they just set as the after image;   *
      *              it was taken after the rewrite had moved the   *
      *              subscript past the table.                      *
      *   sysmaint   2026/10/15 - RESUBMIT confirms before          *
      *              replacing any LOADIN.<job-id>.DAT already on   *
      *              disk, not only the job's own; another job's    *
      *              unloaded file was overwritten silently.        *
      *   sysmaint   2026/10/15 - AGING reads only FLATLOAD's rows  *
      *              of the keyed JOBREG ledger (JOBLEDG.DAT), by a *
      *              START on the program.                          *
      *   sysmaint   2026/10/15 - CORRECT, WRITEOFF and RESUBMIT    *
      *              take the operator's initials and a reason      *
      *              through OPAUDIT "SIGN " -- RESUBMIT asked for  *
      *              neither before -- and append each REJSTAT.DAT  *
      *              row's before and after image to the            *
      *              OPAUDIT.DAT audit trail once the file is       *
      *              rewritten.                                     *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REJMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-STATUS-FILE
               ASSIGN TO "REJSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT LOAD-REJECT-FILE
               ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT RESUBMIT-FILE
               ASSIGN TO WS-RESUBMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO WS-AGING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-STATUS-FILE.
       01  REJECT-STATUS-LINE        PIC X(314).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-LINE          PIC X(318).

       FD  RESUBMIT-FILE.
       01  RESUBMIT-LINE             PIC X(200).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       COPY REJSTAT.
       COPY LOADRJLG.
       COPY JOBREGLG.

       01  WS-FILE-STATUS            PIC X(2).
       01  WS-REJECT-STATUS          PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-RESUBMIT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-ABORT                  PIC X(1) VALUE "N".
       01  WS-FUNCTION               PIC X(8).

       01  WS-REJECT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "LOADREJ.".
           05  WS-REJECT-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-RESUBMIT-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "LOADIN.".
           05  WS-RESUBMIT-JOB-ID    PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-AGING-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "REJAGE.".
           05  WS-AGING-DATE         PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

      * REJSTAT.DAT, every job, held whole for the rewrite.
       01  WS-MAX-STATUS             PIC S9(9) COMP VALUE 1000.
       01  WS-STATUS-OVERFLOW        PIC X(1) VALUE "N".
       01  WS-STATUS-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-STATUS-IX              PIC S9(9) COMP.
       01  WS-FOUND-STATUS-IX        PIC S9(9) COMP.
       01  WS-STATUS-TABLE.
           05  WS-STATUS-ROW         OCCURS 1000 TIMES PIC X(314).

      * The open rejects of one job.
       01  WS-MAX-OPEN               PIC S9(9) COMP VALUE 500.
       01  WS-OPEN-OVERFLOW          PIC X(1).
       01  WS-OPEN-COUNT             PIC S9(9) COMP.
       01  WS-OPEN-IX                PIC S9(9) COMP.
       01  WS-FOUND-OPEN-IX          PIC S9(9) COMP.
       01  WS-REJECT-NR              PIC S9(9) COMP.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY         OCCURS 500 TIMES.
               10  WS-OPEN-REJECT-NR     PIC S9(9) COMP.
               10  WS-OPEN-STATUS-IX     PIC S9(9) COMP.
               10  WS-OPEN-RECORD        PIC X(318).
               10  WS-OPEN-STATUS-BEFORE PIC X(314).

       01  WS-INPUT-JOB-ID           PIC X(8).
       01  WS-INPUT-REJECT-NR        PIC X(9).
       01  WS-INPUT-TEXT             PIC X(200).
       01  WS-INPUT-OPERATOR         PIC X(3).
       01  WS-INPUT-RESUB-JOB-ID     PIC X(8).
       01  WS-INPUT-CONFIRM          PIC X(1).
       01  WS-INPUT-DAYS             PIC X(3).
       01  WS-SELECTED-NR            PIC S9(9) COMP.
       01  WS-DISPLAY-NR             PIC 9(9).
       01  WS-NEW-STATUS             PIC X(1).

       COPY OPAUDLG.
       01  WS-CALLER-ID              PIC X(8) VALUE "REJMAINT".
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       01  WS-RESUB-COUNT            PIC S9(9) COMP.
       01  WS-RESUB-LINE-NR          PIC S9(9) COMP.
       01  WS-TODAY                  PIC X(8).

      * AGING.
       01  WS-AGE-LIMIT              PIC S9(9) COMP.
       01  WS-AGE-DAYS               PIC S9(9) COMP.
       01  WS-MAX-JOBS               PIC S9(9) COMP VALUE 200.
       01  WS-JOB-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-JOB-IX                 PIC S9(9) COMP.
       01  WS-JOB-FOUND              PIC X(1).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY          OCCURS 200 TIMES PIC X(8).
       01  WS-MAX-AGED               PIC S9(9) COMP VALUE 500.
       01  WS-AGED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-AGED-IX                PIC S9(9) COMP.
       01  WS-FOUND-AGED-IX          PIC S9(9) COMP.
       01  WS-AGED-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-AGED-TOTAL             PIC S9(9) COMP VALUE ZERO.
       01  WS-AGED-TABLE.
           05  WS-AGED-ENTRY         OCCURS 500 TIMES.
               10  WS-AGED-JOB-ID        PIC X(8).
               10  WS-AGED-REASON        PIC X(40).
               10  WS-AGED-OPEN          PIC S9(9) COMP.
               10  WS-AGED-OLDEST-DATE   PIC X(8).
               10  WS-AGED-OLDEST-DAYS   PIC S9(9) COMP.

       01  AGING-REPORT-RECORD.
           05  RAG-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RAG-REASON            PIC X(40).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RAG-OPEN-COUNT        PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RAG-OLDEST-DATE       PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RAG-OLDEST-DAYS       PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  RAG-AGE-LIMIT         PIC 9(9).

      * BIZCAL linkage set.
       01  WS-CAL-FUNCTION           PIC X(5) VALUE "BETWN".
       01  WS-CAL-DATE-1             PIC X(8).
       01  WS-CAL-DATE-2             PIC X(8).
       01  WS-CAL-COUNT              PIC S9(9) COMP.
       01  WS-CAL-FLAG               PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "REJMAINT: enter function (LIST, CORRECT, "
               "WRITEOFF, RESUBMIT, AGING)" UPON CONSOLE
           ACCEPT WS-FUNCTION FROM CONSOLE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY

           PERFORM LOAD-STATUS-PARA
           IF WS-STATUS-OVERFLOW = "Y"
               DISPLAY "REJMAINT WARNING: REJSTAT.DAT has more than "
                   WS-MAX-STATUS " rows -- only the first "
                   WS-MAX-STATUS " were loaded" UPON CONSOLE
           END-IF

           EVALUATE WS-FUNCTION
               WHEN "LIST"
                   PERFORM PROMPT-JOB-PARA
                   PERFORM LOAD-OPEN-REJECTS-PARA
                   PERFORM LIST-OPEN-PARA
               WHEN "CORRECT"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "WRITEOFF"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "RESUBMIT"
                   PERFORM GUARDED-MAINTAIN-PARA
               WHEN "AGING"
                   PERFORM AGING-PARA
               WHEN OTHER
                   DISPLAY "REJMAINT: unrecognized function "
                       WS-FUNCTION UPON CONSOLE
           END-EVALUATE

           STOP RUN.

       LOAD-STATUS-PARA.
           MOVE ZERO                  TO WS-STATUS-COUNT

           OPEN INPUT REJECT-STATUS-FILE
           IF WS-FILE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ REJECT-STATUS-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-STATUS-PARA
                   END-READ
               END-PERFORM
               CLOSE REJECT-STATUS-FILE
           END-IF.

       STORE-STATUS-PARA.
           IF WS-STATUS-COUNT < WS-MAX-STATUS
               ADD 1                  TO WS-STATUS-COUNT
               MOVE REJECT-STATUS-LINE
                                      TO WS-STATUS-ROW(WS-STATUS-COUNT)
           ELSE
               MOVE "Y"               TO WS-STATUS-OVERFLOW
           END-IF.

       PROMPT-JOB-PARA.
           DISPLAY "REJMAINT: enter job id" UPON CONSOLE
           ACCEPT WS-INPUT-JOB-ID FROM CONSOLE
           MOVE WS-INPUT-JOB-ID       TO WS-REJECT-JOB-ID.

      *---------------------------------------------------------------
      *    Read the job's LOADREJ file, numbering every reject in
      *    file order, and keep the ones still open -- no REJSTAT
      *    row, or a row still at "C".
      *---------------------------------------------------------------
       LOAD-OPEN-REJECTS-PARA.
           MOVE ZERO                  TO WS-OPEN-COUNT
           MOVE ZERO                  TO WS-REJECT-NR
           MOVE "N"                   TO WS-OPEN-OVERFLOW

           OPEN INPUT LOAD-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   MOVE SPACES        TO LOAD-REJECT-RECORD
                   READ LOAD-REJECT-FILE INTO LOAD-REJECT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           ADD 1       TO WS-REJECT-NR
                           PERFORM KEEP-IF-OPEN-PARA
                   END-READ
               END-PERFORM
               CLOSE LOAD-REJECT-FILE
           END-IF

           IF WS-OPEN-OVERFLOW = "Y"
               DISPLAY "REJMAINT WARNING: more than " WS-MAX-OPEN
                   " open rejects for job " WS-INPUT-JOB-ID
                   " -- only the first " WS-MAX-OPEN " are shown"
                   UPON CONSOLE
           END-IF.

       KEEP-IF-OPEN-PARA.
           PERFORM FIND-STATUS-PARA
           IF WS-FOUND-STATUS-IX = ZERO
               OR RJS-STATUS = "C"
               IF WS-OPEN-COUNT < WS-MAX-OPEN
                   ADD 1              TO WS-OPEN-COUNT
                   MOVE WS-REJECT-NR
                       TO WS-OPEN-REJECT-NR(WS-OPEN-COUNT)
                   MOVE WS-FOUND-STATUS-IX
                       TO WS-OPEN-STATUS-IX(WS-OPEN-COUNT)
                   MOVE LOAD-REJECT-RECORD
                       TO WS-OPEN-RECORD(WS-OPEN-COUNT)
               ELSE
                   MOVE "Y"           TO WS-OPEN-OVERFLOW
               END-IF
           END-IF.

      * Leaves the matching row, if any, in REJECT-STATUS-RECORD.
       FIND-STATUS-PARA.
           MOVE ZERO                  TO WS-FOUND-STATUS-IX
           PERFORM MATCH-STATUS-PARA
               VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > WS-STATUS-COUNT
                  OR WS-FOUND-STATUS-IX > ZERO.

       MATCH-STATUS-PARA.
           MOVE WS-STATUS-ROW(WS-STATUS-IX)  TO REJECT-STATUS-RECORD
           IF RJS-JOB-ID = LRJ-JOB-ID
               AND RJS-REJ-DATE = LRJ-DATE
               AND RJS-REJ-TIME = LRJ-TIME
               AND RJS-REJ-LINE-NR = LRJ-LINE-NR
               MOVE WS-STATUS-IX      TO WS-FOUND-STATUS-IX
           END-IF.

       LIST-OPEN-PARA.
           PERFORM LIST-ONE-OPEN-PARA
               VARYING WS-OPEN-IX FROM 1 BY 1
               UNTIL WS-OPEN-IX > WS-OPEN-COUNT

           DISPLAY "REJMAINT: " WS-OPEN-COUNT " open reject(s) for job "
               WS-INPUT-JOB-ID " in " WS-REJECT-FILE-NAME
               UPON CONSOLE.

       LIST-ONE-OPEN-PARA.
           MOVE WS-OPEN-RECORD(WS-OPEN-IX)  TO LOAD-REJECT-RECORD
           MOVE WS-OPEN-REJECT-NR(WS-OPEN-IX)  TO WS-DISPLAY-NR
           IF WS-OPEN-STATUS-IX(WS-OPEN-IX) > ZERO
               MOVE WS-STATUS-ROW(WS-OPEN-STATUS-IX(WS-OPEN-IX))
                                      TO REJECT-STATUS-RECORD
               DISPLAY "REJECT " WS-DISPLAY-NR " " LRJ-DATE " line "
                   LRJ-LINE-NR " " LRJ-REASON " CORRECTED BY "
                   RJS-OPERATOR UPON CONSOLE
               DISPLAY "   " RJS-RECORD-TEXT UPON CONSOLE
           ELSE
               DISPLAY "REJECT " WS-DISPLAY-NR " " LRJ-DATE " line "
                   LRJ-LINE-NR " " LRJ-REASON UPON CONSOLE
               DISPLAY "   " LRJ-RECORD-TEXT UPON CONSOLE
           END-IF.

      *---------------------------------------------------------------
      *    CORRECT/WRITEOFF/RESUBMIT rewrite REJSTAT.DAT from the
      *    in-memory table, so a load that overflowed it must refuse
      *    to rewrite, or the rows past the table would be lost.
      *---------------------------------------------------------------
       GUARDED-MAINTAIN-PARA.
           IF WS-STATUS-OVERFLOW = "Y"
               DISPLAY "REJMAINT ERROR: REJSTAT.DAT has more than "
                   WS-MAX-STATUS " rows -- archive it by hand before "
                   "maintaining, nothing was changed" UPON CONSOLE
           ELSE
               PERFORM PROMPT-JOB-PARA
               PERFORM LOAD-OPEN-REJECTS-PARA
               IF WS-FUNCTION = "RESUBMIT"
                   PERFORM RESUBMIT-PARA
               ELSE
                   PERFORM RESOLVE-REJECT-PARA
               END-IF
           END-IF.

       RESOLVE-REJECT-PARA.
           MOVE "N"                   TO WS-ABORT

           DISPLAY "REJMAINT: enter reject number (from LIST)"
               UPON CONSOLE
           ACCEPT WS-INPUT-REJECT-NR FROM CONSOLE
           PERFORM FIND-OPEN-PARA
           IF WS-FOUND-OPEN-IX = ZERO
               DISPLAY "REJMAINT: reject " WS-INPUT-REJECT-NR
                   " is not an open reject of job " WS-INPUT-JOB-ID
                   UPON CONSOLE
               MOVE "Y"               TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               AND WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX) = ZERO
               AND WS-STATUS-COUNT >= WS-MAX-STATUS
               DISPLAY "REJMAINT: REJSTAT.DAT is full at "
                   WS-MAX-STATUS " rows" UPON CONSOLE
               MOVE "Y"               TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               MOVE WS-OPEN-RECORD(WS-FOUND-OPEN-IX)
                                      TO LOAD-REJECT-RECORD
               IF WS-FUNCTION = "CORRECT"
                   PERFORM PROMPT-CORRECTION-PARA
                   MOVE "C"           TO WS-NEW-STATUS
               ELSE
                   MOVE "W"           TO WS-NEW-STATUS
               END-IF
               PERFORM PROMPT-OPERATOR-PARA
           END-IF

           IF WS-ABORT = "N"
               MOVE SPACES            TO OPA-BEFORE-IMAGE
               IF WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX) > ZERO
                   MOVE WS-STATUS-ROW(WS-OPEN-STATUS-IX(
                       WS-FOUND-OPEN-IX))  TO OPA-BEFORE-IMAGE
               END-IF
               PERFORM SET-STATUS-ROW-PARA
      * Taken before the rewrite, which runs WS-STATUS-IX off the
      * end of the table.
               MOVE WS-STATUS-ROW(WS-STATUS-IX)  TO OPA-AFTER-IMAGE
               PERFORM REWRITE-STATUS-PARA
               MOVE WS-SELECTED-NR    TO WS-DISPLAY-NR
               PERFORM AUDIT-REJECT-PARA
               DISPLAY "REJMAINT: " WS-FUNCTION " of reject "
                   WS-INPUT-REJECT-NR " of job " WS-INPUT-JOB-ID
                   " complete" UPON CONSOLE
           END-IF.

       FIND-OPEN-PARA.
           MOVE ZERO                  TO WS-FOUND-OPEN-IX
           IF WS-INPUT-REJECT-NR IS NUMERIC
               MOVE WS-INPUT-REJECT-NR  TO WS-SELECTED-NR
               PERFORM MATCH-OPEN-PARA
                   VARYING WS-OPEN-IX FROM 1 BY 1
                   UNTIL WS-OPEN-IX > WS-OPEN-COUNT
           END-IF.

       MATCH-OPEN-PARA.
           IF WS-OPEN-REJECT-NR(WS-OPEN-IX) = WS-SELECTED-NR
               MOVE WS-OPEN-IX        TO WS-FOUND-OPEN-IX
           END-IF.

      * A correction already on file is what the operator is
      * changing, so it is shown rather than the original.
       PROMPT-CORRECTION-PARA.
           IF WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX) > ZERO
               MOVE WS-STATUS-ROW(WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX))
                                      TO REJECT-STATUS-RECORD
               MOVE RJS-RECORD-TEXT   TO LRJ-RECORD-TEXT
           END-IF
           DISPLAY "REJMAINT: current record text:" UPON CONSOLE
           DISPLAY LRJ-RECORD-TEXT UPON CONSOLE
           DISPLAY "REJMAINT: enter corrected record text (blank "
               "keeps the current text)" UPON CONSOLE
           MOVE SPACES                TO WS-INPUT-TEXT
           ACCEPT WS-INPUT-TEXT FROM CONSOLE
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT     TO LRJ-RECORD-TEXT
           END-IF.

       PROMPT-OPERATOR-PARA.
           MOVE "SIGN "               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           MOVE OPA-OPERATOR          TO WS-INPUT-OPERATOR
           IF WS-AUDIT-STATUS NOT = "Y"
               MOVE "Y"               TO WS-ABORT
           END-IF.

      * WS-DISPLAY-NR is the reject number; the images are set by
      * the caller.
       AUDIT-REJECT-PARA.
           MOVE WS-FUNCTION           TO OPA-ACTION
           MOVE "FLATLOAD"            TO OPA-PROGRAM-ID
           MOVE WS-INPUT-JOB-ID       TO OPA-JOB-ID
           MOVE SPACES                TO OPA-KEY
           STRING WS-REJECT-FILE-NAME DELIMITED SIZE
                  " REJECT "          DELIMITED SIZE
                  WS-DISPLAY-NR       DELIMITED SIZE
               INTO OPA-KEY
           MOVE "WRITE"               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.

      * LOAD-REJECT-RECORD holds the reject (with the corrected text
      * for CORRECT); a reject already corrected keeps its row.
       SET-STATUS-ROW-PARA.
           IF WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX) > ZERO
               MOVE WS-OPEN-STATUS-IX(WS-FOUND-OPEN-IX)
                                      TO WS-STATUS-IX
           ELSE
               ADD 1                  TO WS-STATUS-COUNT
               MOVE WS-STATUS-COUNT   TO WS-STATUS-IX
           END-IF

           MOVE SPACES                TO REJECT-STATUS-RECORD
           MOVE LRJ-JOB-ID            TO RJS-JOB-ID
           MOVE LRJ-DATE              TO RJS-REJ-DATE
           MOVE LRJ-TIME              TO RJS-REJ-TIME
           MOVE LRJ-LINE-NR           TO RJS-REJ-LINE-NR
           MOVE WS-NEW-STATUS         TO RJS-STATUS
           MOVE WS-INPUT-OPERATOR     TO RJS-OPERATOR
           MOVE WS-TODAY              TO RJS-ACTION-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO RJS-ACTION-TIME
           MOVE ZERO                  TO RJS-RESUB-LINE-NR
           MOVE LRJ-REASON            TO RJS-REASON
           MOVE LRJ-RECORD-TEXT       TO RJS-RECORD-TEXT
           MOVE REJECT-STATUS-RECORD  TO WS-STATUS-ROW(WS-STATUS-IX).

      *---------------------------------------------------------------
      *    RESUBMIT -- every corrected reject of the job, in reject
      *    order, becomes one line of the resubmission input file.
      *---------------------------------------------------------------
       RESUBMIT-PARA.
           MOVE "N"                   TO WS-ABORT
           MOVE ZERO                  TO WS-RESUB-COUNT
           PERFORM COUNT-CORRECTED-PARA
               VARYING WS-OPEN-IX FROM 1 BY 1
               UNTIL WS-OPEN-IX > WS-OPEN-COUNT
           IF WS-RESUB-COUNT = ZERO
               DISPLAY "REJMAINT: job " WS-INPUT-JOB-ID
                   " has no corrected rejects to resubmit"
                   UPON CONSOLE
               MOVE "Y"               TO WS-ABORT
           END-IF

           IF WS-ABORT = "N"
               DISPLAY "REJMAINT: enter job id to load the "
                   "resubmission under (blank for " WS-INPUT-JOB-ID
                   ")" UPON CONSOLE
               MOVE SPACES            TO WS-INPUT-RESUB-JOB-ID
               ACCEPT WS-INPUT-RESUB-JOB-ID FROM CONSOLE
               IF WS-INPUT-RESUB-JOB-ID = SPACES
                   MOVE WS-INPUT-JOB-ID  TO WS-INPUT-RESUB-JOB-ID
               END-IF
               MOVE WS-INPUT-RESUB-JOB-ID  TO WS-RESUBMIT-JOB-ID
           END-IF

      * A LOADIN file already on disk, for this job or any other,
      * may still hold a branch file that has not been loaded yet --
      * make the operator say so.
           IF WS-ABORT = "N"
               OPEN INPUT RESUBMIT-FILE
               IF WS-RESUBMIT-STATUS = "00"
                   CLOSE RESUBMIT-FILE
               END-IF
           END-IF
           IF WS-ABORT = "N"
               AND WS-RESUBMIT-STATUS = "00"
               DISPLAY "REJMAINT: this replaces "
                   WS-RESUBMIT-FILE-NAME " -- enter Y to continue"
                   UPON CONSOLE
               MOVE SPACES            TO WS-INPUT-CONFIRM
               ACCEPT WS-INPUT-CONFIRM FROM CONSOLE
               IF WS-INPUT-CONFIRM NOT = "Y"
                   DISPLAY "REJMAINT: RESUBMIT cancelled, nothing "
                       "was changed" UPON CONSOLE
                   MOVE "Y"           TO WS-ABORT
               END-IF
           END-IF

           IF WS-ABORT = "N"
               PERFORM PROMPT-OPERATOR-PARA
           END-IF

           IF WS-ABORT = "N"
               MOVE ZERO              TO WS-RESUB-LINE-NR
               OPEN OUTPUT RESUBMIT-FILE
               PERFORM RESUBMIT-ONE-PARA
                   VARYING WS-OPEN-IX FROM 1 BY 1
                   UNTIL WS-OPEN-IX > WS-OPEN-COUNT
               CLOSE RESUBMIT-FILE
               PERFORM REWRITE-STATUS-PARA
               PERFORM AUDIT-RESUBMIT-PARA
                   VARYING WS-OPEN-IX FROM 1 BY 1
                   UNTIL WS-OPEN-IX > WS-OPEN-COUNT
               DISPLAY "REJMAINT: " WS-RESUB-LINE-NR " corrected "
                   "reject(s) of job " WS-INPUT-JOB-ID " written to "
                   WS-RESUBMIT-FILE-NAME " -- run FLATLOAD for job "
                   WS-INPUT-RESUB-JOB-ID UPON CONSOLE
           END-IF.

       COUNT-CORRECTED-PARA.
           IF WS-OPEN-STATUS-IX(WS-OPEN-IX) > ZERO
               ADD 1                  TO WS-RESUB-COUNT
           END-IF.

       RESUBMIT-ONE-PARA.
           IF WS-OPEN-STATUS-IX(WS-OPEN-IX) > ZERO
               MOVE WS-OPEN-STATUS-IX(WS-OPEN-IX)  TO WS-STATUS-IX
               MOVE WS-STATUS-ROW(WS-STATUS-IX)
                                      TO REJECT-STATUS-RECORD
               MOVE WS-STATUS-ROW(WS-STATUS-IX)
                                TO WS-OPEN-STATUS-BEFORE(WS-OPEN-IX)
               ADD 1                  TO WS-RESUB-LINE-NR
               WRITE RESUBMIT-LINE FROM RJS-RECORD-TEXT
               MOVE "R"               TO RJS-STATUS
               MOVE WS-INPUT-RESUB-JOB-ID  TO RJS-RESUB-JOB-ID
               MOVE WS-RESUB-LINE-NR  TO RJS-RESUB-LINE-NR
               MOVE WS-TODAY          TO RJS-RESUB-DATE
               MOVE REJECT-STATUS-RECORD
                                      TO WS-STATUS-ROW(WS-STATUS-IX)
           END-IF.

       AUDIT-RESUBMIT-PARA.
           IF WS-OPEN-STATUS-IX(WS-OPEN-IX) > ZERO
               MOVE WS-OPEN-REJECT-NR(WS-OPEN-IX)  TO WS-DISPLAY-NR
               MOVE WS-OPEN-STATUS-BEFORE(WS-OPEN-IX)
                                      TO OPA-BEFORE-IMAGE
               MOVE WS-STATUS-ROW(WS-OPEN-STATUS-IX(WS-OPEN-IX))
                                      TO OPA-AFTER-IMAGE
               PERFORM AUDIT-REJECT-PARA
           END-IF.

       REWRITE-STATUS-PARA.
           OPEN OUTPUT REJECT-STATUS-FILE
           PERFORM WRITE-STATUS-ROW-PARA
               VARYING WS-STATUS-IX FROM 1 BY 1
               UNTIL WS-STATUS-IX > WS-STATUS-COUNT
           CLOSE REJECT-STATUS-FILE.

       WRITE-STATUS-ROW-PARA.
           WRITE REJECT-STATUS-LINE FROM WS-STATUS-ROW(WS-STATUS-IX).

      *---------------------------------------------------------------
      *    AGING -- every job FLATLOAD has a JOBREG row for, its
      *    rejects open longer than the limit, rolled up by job and
      *    reason.
      *---------------------------------------------------------------
       AGING-PARA.
           DISPLAY "REJMAINT: enter age limit in business days "
               "(blank for 5)" UPON CONSOLE
           MOVE SPACES                TO WS-INPUT-DAYS
           ACCEPT WS-INPUT-DAYS FROM CONSOLE
           IF WS-INPUT-DAYS = SPACES
               MOVE 5                 TO WS-AGE-LIMIT
           ELSE
               COMPUTE WS-AGE-LIMIT = FUNCTION NUMVAL(WS-INPUT-DAYS)
           END-IF
           MOVE WS-TODAY              TO WS-AGING-DATE

           PERFORM LOAD-LOADER-JOBS-PARA

           PERFORM AGE-ONE-JOB-PARA
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT

           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM WRITE-AGING-PARA
               VARYING WS-AGED-IX FROM 1 BY 1
               UNTIL WS-AGED-IX > WS-AGED-COUNT
           CLOSE AGING-REPORT-FILE

           IF WS-AGED-OVERFLOW = "Y"
               DISPLAY "REJMAINT WARNING: more than " WS-MAX-AGED
                   " job/reason groups -- the rest are not on the "
                   "report" UPON CONSOLE
           END-IF
           DISPLAY "REJMAINT: " WS-AGED-TOTAL " reject(s) open more "
               "than " WS-AGE-LIMIT " business day(s) across "
               WS-JOB-COUNT " job(s) -- see " WS-AGING-FILE-NAME
               UPON CONSOLE.

      * FLATLOAD's rows only, from its first key to the next
      * program's.
       LOAD-LOADER-JOBS-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               MOVE "FLATLOAD"        TO JRK-PROGRAM-ID
               START JOB-REGISTRY-FILE
                   KEY IS NOT LESS THAN JRK-PROGRAM-ID
                   INVALID KEY
                       MOVE "Y"        TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF JBR-PROGRAM-ID = "FLATLOAD"
                               PERFORM ADD-LOADER-JOB-PARA
                           ELSE
                               MOVE "Y"    TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           END-IF.

       ADD-LOADER-JOB-PARA.
           MOVE "N"                   TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF WS-JOB-ENTRY(WS-JOB-IX) = JBR-JOB-ID
                   MOVE "Y"           TO WS-JOB-FOUND
               END-IF
           END-PERFORM
           IF WS-JOB-FOUND = "N" AND WS-JOB-COUNT < WS-MAX-JOBS
               ADD 1                  TO WS-JOB-COUNT
               MOVE JBR-JOB-ID        TO WS-JOB-ENTRY(WS-JOB-COUNT)
           END-IF.

       AGE-ONE-JOB-PARA.
           MOVE WS-JOB-ENTRY(WS-JOB-IX)  TO WS-INPUT-JOB-ID
           MOVE WS-INPUT-JOB-ID       TO WS-REJECT-JOB-ID

           OPEN INPUT LOAD-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   MOVE SPACES        TO LOAD-REJECT-RECORD
                   READ LOAD-REJECT-FILE INTO LOAD-REJECT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM AGE-ONE-REJECT-PARA
                   END-READ
               END-PERFORM
               CLOSE LOAD-REJECT-FILE
           END-IF.

       AGE-ONE-REJECT-PARA.
           PERFORM FIND-STATUS-PARA
           IF WS-FOUND-STATUS-IX = ZERO
               OR RJS-STATUS = "C"
               MOVE LRJ-DATE          TO WS-CAL-DATE-1
               MOVE WS-TODAY          TO WS-CAL-DATE-2
               CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
                   WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
               MOVE WS-CAL-COUNT      TO WS-AGE-DAYS
               IF WS-AGE-DAYS > WS-AGE-LIMIT
                   ADD 1              TO WS-AGED-TOTAL
                   PERFORM TALLY-AGED-PARA
               END-IF
           END-IF.

      * The file is in date order, so the first reject of a group
      * is its oldest.
       TALLY-AGED-PARA.
           MOVE ZERO                  TO WS-FOUND-AGED-IX
           PERFORM VARYING WS-AGED-IX FROM 1 BY 1
                   UNTIL WS-AGED-IX > WS-AGED-COUNT
               IF WS-AGED-JOB-ID(WS-AGED-IX) = LRJ-JOB-ID
                   AND WS-AGED-REASON(WS-AGED-IX) = LRJ-REASON
                   MOVE WS-AGED-IX     TO WS-FOUND-AGED-IX
               END-IF
           END-PERFORM

           IF WS-FOUND-AGED-IX = ZERO
               IF WS-AGED-COUNT < WS-MAX-AGED
                   ADD 1              TO WS-AGED-COUNT
                   MOVE WS-AGED-COUNT TO WS-FOUND-AGED-IX
                   MOVE LRJ-JOB-ID
                       TO WS-AGED-JOB-ID(WS-FOUND-AGED-IX)
                   MOVE LRJ-REASON
                       TO WS-AGED-REASON(WS-FOUND-AGED-IX)
                   MOVE ZERO
                       TO WS-AGED-OPEN(WS-FOUND-AGED-IX)
                   MOVE LRJ-DATE
                       TO WS-AGED-OLDEST-DATE(WS-FOUND-AGED-IX)
                   MOVE WS-AGE-DAYS
                       TO WS-AGED-OLDEST-DAYS(WS-FOUND-AGED-IX)
               ELSE
                   MOVE "Y"           TO WS-AGED-OVERFLOW
               END-IF
           END-IF

           IF WS-FOUND-AGED-IX > ZERO
               ADD 1                  TO WS-AGED-OPEN(WS-FOUND-AGED-IX)
           END-IF.

       WRITE-AGING-PARA.
           MOVE WS-AGED-JOB-ID(WS-AGED-IX)       TO RAG-JOB-ID
           MOVE WS-AGED-REASON(WS-AGED-IX)       TO RAG-REASON
           MOVE WS-AGED-OPEN(WS-AGED-IX)         TO RAG-OPEN-COUNT
           MOVE WS-AGED-OLDEST-DATE(WS-AGED-IX)  TO RAG-OLDEST-DATE
           MOVE WS-AGED-OLDEST-DAYS(WS-AGED-IX)  TO RAG-OLDEST-DAYS
           MOVE WS-AGE-LIMIT                     TO RAG-AGE-LIMIT
           WRITE AGING-REPORT-LINE FROM AGING-REPORT-RECORD.
