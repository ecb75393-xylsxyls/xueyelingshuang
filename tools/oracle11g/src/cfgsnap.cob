      ***************************************************************
      *                                                             *
      *               C  F  G  S  N  A  P                           *
      *                                                             *
      *  Versioned snapshots of the hand-maintained control files.  *
      *  How the night runs is set in ORAFLAGS.DAT, CONNDIR.DAT,    *
      *  EXTRCTL.DAT, WINDCTL.DAT, UOWPARM.DAT, SLOWPARM.DAT,       *
      *  MASKCTL.DAT, NTFYRTE.DAT, SQLMSGS.DAT, HOLIDAYS.DAT,       *
      *  JOBDEPS.DAT and LOADCTL.DAT, together with the smaller     *
      *  parameter files beside them (EXTGPRM, JOBOWNR, JOBSTRM,    *
      *  LOADRTYP, PURGECTL, REPLCTL, RETRYPRM, RULECTL, RULEPRM,   *
      *  RUNSCHED, RFSHCTL, BRKPCTL, BRKDIST, CLOSECTL, DLVRSLA),   *
      *  and a bad edit to any of them was found only by the run it *
      *  broke, with nothing on disk to say what the file looked    *
      *  like the night before. The console answer picks the mode:  *
      *    "S" - snapshot, scheduled ahead of each night's batch:   *
      *          every control file on disk is copied to            *
      *          <file>.S<nnnn>.DAT under the next snapshot number  *
      *          and cataloged in CFGSCAT.DAT (cfgsnplg.cob), the   *
      *          GENMGR generation scheme. While more snapshots are *
      *          cataloged than the CFGSPRM.DAT keep count (built-  *
      *          in 14, at most 120), the oldest one's copies are   *
      *          truncated empty and its catalog rows dropped.      *
      *    "L" - list the cataloged snapshots.                      *
      *    "C" - compare two snapshots, or a snapshot with the live *
      *          files (second number blank): per file, the rows    *
      *          ADDED, REMOVED and CHANGED (old and new text) go   *
      *          to CFGDIFF.<old>.<new>.DAT, <new> "LIVE" for the   *
      *          live files, and a count per file that differs to   *
      *          the console. A row is matched on its file's key    *
      *          (the leading bytes that name it -- the parameter   *
      *          row's job id, the route, the message number) and   *
      *          which occurrence of that key it is; EXTRCTL.DAT    *
      *          rows are matched within their extract. RETURN-CODE *
      *          is 4 when anything differs.                        *
      *    "R" - restore one file, or ALL of them, to a snapshot.   *
      *          Refused (RETURN-CODE 8) while INFLIGHT.DAT shows   *
      *          any job running. The operator signs through        *
      *          OPAUDIT, the live set is snapshotted first (taken  *
      *          by "RESTORE ", so the restore can itself be put    *
      *          back), then each file is copied back from the      *
      *          snapshot and audited. A file that was not on disk  *
      *          when the snapshot was taken is removed.            *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Snapshot the test-refresh,        *
      *              print-control, distribution, close-checklist   *
      *              and delivery-agreement control files as well.  *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CFGSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-CONTROL-FILE
               ASSIGN TO WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT SNAPSHOT-FILE
               ASSIGN TO WS-SNAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL SNAPSHOT-CATALOG-FILE
               ASSIGN TO "CFGSCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SNAPSHOT-PARM-FILE
               ASSIGN TO "CFGSPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONFIG-DIFF-FILE
               ASSIGN TO WS-DIFF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL IN-FLIGHT-FILE
               ASSIGN TO "INFLIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFLIGHT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-CONTROL-FILE.
       01  LIVE-CONTROL-LINE         PIC X(500).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-LINE             PIC X(500).

       FD  SNAPSHOT-CATALOG-FILE.
       01  SNAPSHOT-CATALOG-LINE     PIC X(44).

       FD  SNAPSHOT-PARM-FILE.
       01  SNAPSHOT-PARM-LINE        PIC X(20).

       FD  CONFIG-DIFF-FILE.
       01  CONFIG-DIFF-LINE          PIC X(530).

       FD  IN-FLIGHT-FILE.
       01  IN-FLIGHT-LINE            PIC X(44).

       WORKING-STORAGE SECTION.
       COPY CFGSNPLG.
       COPY INFLGLG.

       01  SNAPSHOT-PARM-RECORD.
           05  SPM-KEEP-COUNT        PIC 9(4).

       01  CONFIG-DIFF-RECORD.
           05  CFD-FILE-BASE         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CFD-CHANGE            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CFD-SIDE              PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CFD-LINE-NR           PIC Z(5)9.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CFD-TEXT              PIC X(500).

       01  WS-LIVE-STATUS            PIC X(2).
       01  WS-SNAP-STATUS            PIC X(2).
       01  WS-CATALOG-STATUS         PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-INFLIGHT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CHOICE                 PIC X(1).
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).

      * The control-file set: base name and how many leading bytes
      * of a row are its key for the compare. EXTRCTL is keyed by
      * the extract its rows belong to instead (key length 00).
       01  WS-FILE-TABLE-SIZE        PIC S9(9) COMP VALUE 27.
       01  WS-FILE-TABLE.
           05  FILLER                PIC X(10) VALUE "ORAFLAGS08".
           05  FILLER                PIC X(10) VALUE "CONNDIR 16".
           05  FILLER                PIC X(10) VALUE "EXTRCTL 00".
           05  FILLER                PIC X(10) VALUE "WINDCTL 08".
           05  FILLER                PIC X(10) VALUE "UOWPARM 08".
           05  FILLER                PIC X(10) VALUE "SLOWPARM08".
           05  FILLER                PIC X(10) VALUE "MASKCTL 30".
           05  FILLER                PIC X(10) VALUE "NTFYRTE 16".
           05  FILLER                PIC X(10) VALUE "SQLMSGS 10".
           05  FILLER                PIC X(10) VALUE "HOLIDAYS08".
           05  FILLER                PIC X(10) VALUE "JOBDEPS 32".
           05  FILLER                PIC X(10) VALUE "LOADCTL 08".
           05  FILLER                PIC X(10) VALUE "EXTGPRM 08".
           05  FILLER                PIC X(10) VALUE "JOBOWNR 16".
           05  FILLER                PIC X(10) VALUE "JOBSTRM 16".
           05  FILLER                PIC X(10) VALUE "LOADRTYP12".
           05  FILLER                PIC X(10) VALUE "PURGECTL38".
           05  FILLER                PIC X(10) VALUE "REPLCTL 16".
           05  FILLER                PIC X(10) VALUE "RETRYPRM08".
           05  FILLER                PIC X(10) VALUE "RULECTL 16".
           05  FILLER                PIC X(10) VALUE "RULEPRM 08".
           05  FILLER                PIC X(10) VALUE "RUNSCHED16".
           05  FILLER                PIC X(10) VALUE "RFSHCTL 40".
           05  FILLER                PIC X(10) VALUE "BRKPCTL 08".
           05  FILLER                PIC X(10) VALUE "BRKDIST 40".
           05  FILLER                PIC X(10) VALUE "CLOSECTL08".
           05  FILLER                PIC X(10) VALUE "DLVRSLA 08".
       01  WS-FILE-ENTRIES REDEFINES WS-FILE-TABLE.
           05  WS-FILE-ENTRY         OCCURS 27 TIMES.
               10  WS-FILE-BASE      PIC X(8).
               10  WS-FILE-KEY-LEN   PIC 9(2).
       01  WS-FILE-IX                PIC S9(9) COMP.

      * What the live set looked like when this run snapshotted it,
      * for the restore's before images.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY        OCCURS 27 TIMES.
               10  WS-TAKEN-PRESENT  PIC X(1).
               10  WS-TAKEN-COUNT    PIC S9(9) COMP.

       01  WS-LIVE-FILE-NAME         PIC X(13).
       01  WS-SNAP-FILE-NAME         PIC X(20).
       01  WS-DIFF-FILE-NAME         PIC X(22).
       01  WS-SNAP-NR-DISPLAY        PIC 9(4).
       01  WS-OLD-NR-DISPLAY         PIC 9(4).
       01  WS-NEW-NR-DISPLAY         PIC X(4).

       01  WS-CAT-SIZE               PIC S9(9) COMP VALUE 3500.
       01  WS-CAT-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-CAT-IX                 PIC S9(9) COMP.
       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY          OCCURS 3500 TIMES PIC X(44).
       01  WS-CAT-FOUND              PIC X(1).

       01  WS-SNAP-LIST-COUNT        PIC S9(9) COMP.
       01  WS-SNAP-LIST-IX           PIC S9(9) COMP.
       01  WS-SNAP-LIST-TABLE.
           05  WS-SNAP-LIST-NR       OCCURS 200 TIMES
                                     PIC S9(9) COMP.
       01  WS-SNAP-LISTED            PIC X(1).

       01  WS-MAX-SNAPSHOT           PIC S9(9) COMP.
       01  WS-NEW-SNAPSHOT           PIC S9(9) COMP.
       01  WS-OLDEST-SNAPSHOT        PIC S9(9) COMP.
       01  WS-TAKEN-BY               PIC X(8).
       01  WS-KEEP-COUNT             PIC S9(9) COMP.
       01  WS-AGED-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-RECORD-COUNT           PIC S9(9) COMP.
       01  WS-PRESENT-COUNT          PIC S9(9) COMP.
       01  WS-TOTAL-RECORDS          PIC S9(9) COMP.

       01  WS-ACCEPT-NR              PIC X(4).
       01  WS-OLD-NR                 PIC S9(9) COMP.
       01  WS-NEW-NR                 PIC S9(9) COMP.
       01  WS-RESTORE-NR             PIC S9(9) COMP.
       01  WS-RESTORE-FILE           PIC X(8).
       01  WS-VALID                  PIC X(1).

      * Compare tables, side 1 the older snapshot and side 2 the
      * newer one (or the live files).
       01  WS-SIDE-SIZE              PIC S9(9) COMP VALUE 2000.
       01  WS-SIDE                   PIC S9(9) COMP.
       01  WS-SIDE-NR                PIC S9(9) COMP.
       01  WS-SIDE-TABLE.
           05  WS-SIDE-ENTRY         OCCURS 2 TIMES.
               10  WS-SIDE-PRESENT   PIC X(1).
               10  WS-SIDE-OVERFLOW  PIC X(1).
               10  WS-ROW-COUNT      PIC S9(9) COMP.
               10  WS-ROW-ENTRY      OCCURS 2000 TIMES.
                   15  WS-ROW-KEY    PIC X(40).
                   15  WS-ROW-OCCUR  PIC S9(4) COMP.
                   15  WS-ROW-LINE-NR
                                     PIC S9(9) COMP.
                   15  WS-ROW-MATCHED
                                     PIC X(1).
                   15  WS-ROW-TEXT   PIC X(500).
       01  WS-ROW-IX                 PIC S9(9) COMP.
       01  WS-OTHER-IX               PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-LINE-NR                PIC S9(9) COMP.
       01  WS-LINE-BUFFER            PIC X(500).
       01  WS-ROW-KEY-WORK           PIC X(40).
       01  WS-GROUP-ID               PIC X(8).
       01  WS-KEY-LEN                PIC S9(9) COMP.

       01  WS-ADDED-COUNT            PIC S9(9) COMP.
       01  WS-REMOVED-COUNT          PIC S9(9) COMP.
       01  WS-CHANGED-COUNT          PIC S9(9) COMP.
       01  WS-DIFFER-FILES           PIC S9(9) COMP VALUE ZERO.
       01  WS-SAME-FILES             PIC S9(9) COMP VALUE ZERO.

       01  WS-FLIGHT-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-RESTORED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-DELETE-RC              PIC S9(9) COMP VALUE ZERO.
       01  WS-COUNT-EDIT             PIC Z(8)9.
       01  WS-COUNT-EDIT-2           PIC Z(8)9.

       01  WS-CALLER-ID              PIC X(8) VALUE "CFGSNAP ".
       COPY OPAUDLG.
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           DISPLAY "CFGSNAP: S = snapshot the control files, L = list "
               "snapshots, C = compare snapshots, R = restore from a "
               "snapshot" UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE

           PERFORM LOAD-CATALOG-PARA

           EVALUATE WS-CHOICE
               WHEN "S"
                   MOVE "SNAPSHOT"    TO WS-TAKEN-BY
                   PERFORM TAKE-SNAPSHOT-PARA
                   PERFORM LOAD-RETENTION-PARA
                   PERFORM TRIM-SNAPSHOTS-PARA
               WHEN "L"
                   PERFORM LIST-SNAPSHOTS-PARA
               WHEN "C"
                   PERFORM COMPARE-PARA
               WHEN "R"
                   PERFORM RESTORE-PARA
               WHEN OTHER
                   DISPLAY "CFGSNAP: answer S, L, C or R -- nothing "
                       "done" UPON CONSOLE
                   MOVE 8             TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       LOAD-CATALOG-PARA.
           MOVE ZERO                  TO WS-CAT-COUNT
           MOVE ZERO                  TO WS-MAX-SNAPSHOT

           OPEN INPUT SNAPSHOT-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ SNAPSHOT-CATALOG-FILE
                       INTO CONFIG-SNAPSHOT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF WS-CAT-COUNT < WS-CAT-SIZE
                               ADD 1   TO WS-CAT-COUNT
                               MOVE CONFIG-SNAPSHOT-RECORD
                                   TO WS-CAT-ENTRY(WS-CAT-COUNT)
                               IF CSN-SNAPSHOT-NR > WS-MAX-SNAPSHOT
                                   MOVE CSN-SNAPSHOT-NR
                                       TO WS-MAX-SNAPSHOT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-CATALOG-FILE
           END-IF

           PERFORM BUILD-SNAPSHOT-LIST-PARA.

      * The distinct snapshot numbers cataloged, in catalog order
      * (which is ascending: numbers are only ever handed out as the
      * highest so far plus one).
       BUILD-SNAPSHOT-LIST-PARA.
           MOVE ZERO                  TO WS-SNAP-LIST-COUNT
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-ENTRY(WS-CAT-IX) NOT = SPACES
                   MOVE WS-CAT-ENTRY(WS-CAT-IX)
                                      TO CONFIG-SNAPSHOT-RECORD
                   MOVE "N"           TO WS-SNAP-LISTED
                   PERFORM VARYING WS-SNAP-LIST-IX FROM 1 BY 1
                           UNTIL WS-SNAP-LIST-IX > WS-SNAP-LIST-COUNT
                       IF WS-SNAP-LIST-NR(WS-SNAP-LIST-IX)
                               = CSN-SNAPSHOT-NR
                           MOVE "Y"   TO WS-SNAP-LISTED
                       END-IF
                   END-PERFORM
                   IF WS-SNAP-LISTED = "N"
                       AND WS-SNAP-LIST-COUNT < 200
                       ADD 1          TO WS-SNAP-LIST-COUNT
                       MOVE CSN-SNAPSHOT-NR
                           TO WS-SNAP-LIST-NR(WS-SNAP-LIST-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      * Copies every control file on disk to the next snapshot number
      * and catalogs one row per file, present or not.
       TAKE-SNAPSHOT-PARA.
           COMPUTE WS-NEW-SNAPSHOT = WS-MAX-SNAPSHOT + 1
           MOVE WS-NEW-SNAPSHOT       TO WS-SNAP-NR-DISPLAY
           MOVE ZERO                  TO WS-PRESENT-COUNT
           MOVE ZERO                  TO WS-TOTAL-RECORDS

           OPEN EXTEND SNAPSHOT-CATALOG-FILE
           PERFORM SNAPSHOT-ONE-FILE-PARA
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-TABLE-SIZE
           CLOSE SNAPSHOT-CATALOG-FILE

           MOVE WS-NEW-SNAPSHOT       TO WS-MAX-SNAPSHOT
           PERFORM BUILD-SNAPSHOT-LIST-PARA

           DISPLAY "CFGSNAP: snapshot " WS-SNAP-NR-DISPLAY " taken, "
               WS-PRESENT-COUNT " control file(s), " WS-TOTAL-RECORDS
               " record(s)" UPON CONSOLE.

       SNAPSHOT-ONE-FILE-PARA.
           PERFORM BUILD-LIVE-NAME-PARA
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE ZERO                  TO WS-RECORD-COUNT

           OPEN INPUT LIVE-CONTROL-FILE
           IF WS-LIVE-STATUS = "00"
               OPEN OUTPUT SNAPSHOT-FILE
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ LIVE-CONTROL-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           ADD 1       TO WS-RECORD-COUNT
                           WRITE SNAPSHOT-LINE FROM LIVE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FILE
               CLOSE LIVE-CONTROL-FILE
               MOVE "Y"               TO CSN-PRESENT
               ADD 1                  TO WS-PRESENT-COUNT
               ADD WS-RECORD-COUNT    TO WS-TOTAL-RECORDS
           ELSE
               MOVE "N"               TO CSN-PRESENT
           END-IF

           MOVE CSN-PRESENT           TO WS-TAKEN-PRESENT(WS-FILE-IX)
           MOVE WS-RECORD-COUNT       TO WS-TAKEN-COUNT(WS-FILE-IX)

           MOVE WS-NEW-SNAPSHOT       TO CSN-SNAPSHOT-NR
           MOVE WS-TODAY              TO CSN-DATE
           MOVE WS-NOW                TO CSN-TIME
           MOVE WS-FILE-BASE(WS-FILE-IX)  TO CSN-FILE-BASE
           MOVE WS-RECORD-COUNT       TO CSN-RECORD-COUNT
           MOVE WS-TAKEN-BY           TO CSN-TAKEN-BY
           WRITE SNAPSHOT-CATALOG-LINE FROM CONFIG-SNAPSHOT-RECORD

           IF WS-CAT-COUNT < WS-CAT-SIZE
               ADD 1                  TO WS-CAT-COUNT
               MOVE CONFIG-SNAPSHOT-RECORD
                   TO WS-CAT-ENTRY(WS-CAT-COUNT)
           END-IF.

      * Built with STRING, the LOGARCH way: a base shorter than 8
      * must not leave embedded spaces in the file name.
       BUILD-LIVE-NAME-PARA.
           MOVE SPACES                TO WS-LIVE-FILE-NAME
           STRING FUNCTION TRIM(WS-FILE-BASE(WS-FILE-IX))
                   DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-LIVE-FILE-NAME.

       BUILD-SNAP-NAME-PARA.
           MOVE SPACES                TO WS-SNAP-FILE-NAME
           STRING FUNCTION TRIM(WS-FILE-BASE(WS-FILE-IX))
                   DELIMITED SIZE
               ".S" DELIMITED SIZE
               WS-SNAP-NR-DISPLAY DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-SNAP-FILE-NAME.

      * The single CFGSPRM.DAT row is the number of snapshots to keep;
      * no file, or zero, keeps 14. Capped at 120 so the catalog of
      * every file for every kept snapshot fits the table.
       LOAD-RETENTION-PARA.
           MOVE 14                    TO WS-KEEP-COUNT

           OPEN INPUT SNAPSHOT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ SNAPSHOT-PARM-FILE INTO SNAPSHOT-PARM-RECORD
                   NOT AT END
                       IF SPM-KEEP-COUNT IS NUMERIC
                           AND SPM-KEEP-COUNT > ZERO
                           MOVE SPM-KEEP-COUNT  TO WS-KEEP-COUNT
                       END-IF
               END-READ
               CLOSE SNAPSHOT-PARM-FILE
           END-IF

           IF WS-KEEP-COUNT > 120
               MOVE 120               TO WS-KEEP-COUNT
           END-IF.

       TRIM-SNAPSHOTS-PARA.
           PERFORM UNTIL WS-SNAP-LIST-COUNT <= WS-KEEP-COUNT
               PERFORM DROP-OLDEST-PARA
           END-PERFORM

           IF WS-AGED-COUNT > ZERO
               PERFORM REWRITE-CATALOG-PARA
               DISPLAY "CFGSNAP: " WS-AGED-COUNT " snapshot(s) aged "
                   "out, keeping " WS-KEEP-COUNT UPON CONSOLE
           END-IF.

      * The aged snapshot's copies are truncated empty (disk back) and
      * its catalog rows dropped, as GENMGR ages a generation.
       DROP-OLDEST-PARA.
           MOVE WS-SNAP-LIST-NR(1)    TO WS-OLDEST-SNAPSHOT
           MOVE WS-OLDEST-SNAPSHOT    TO WS-SNAP-NR-DISPLAY
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-ENTRY(WS-CAT-IX) NOT = SPACES
                   MOVE WS-CAT-ENTRY(WS-CAT-IX)
                                      TO CONFIG-SNAPSHOT-RECORD
                   IF CSN-SNAPSHOT-NR = WS-OLDEST-SNAPSHOT
                       IF CSN-PRESENT = "Y"
                           MOVE SPACES      TO WS-SNAP-FILE-NAME
                           STRING FUNCTION TRIM(CSN-FILE-BASE)
                                   DELIMITED SIZE
                               ".S" DELIMITED SIZE
                               WS-SNAP-NR-DISPLAY DELIMITED SIZE
                               ".DAT" DELIMITED SIZE
                               INTO WS-SNAP-FILE-NAME
                           OPEN OUTPUT SNAPSHOT-FILE
                           CLOSE SNAPSHOT-FILE
                       END-IF
                       MOVE SPACES    TO WS-CAT-ENTRY(WS-CAT-IX)
                   END-IF
               END-IF
           END-PERFORM
           ADD 1                      TO WS-AGED-COUNT
           PERFORM BUILD-SNAPSHOT-LIST-PARA.

       REWRITE-CATALOG-PARA.
           OPEN OUTPUT SNAPSHOT-CATALOG-FILE
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               IF WS-CAT-ENTRY(WS-CAT-IX) NOT = SPACES
                   WRITE SNAPSHOT-CATALOG-LINE
                       FROM WS-CAT-ENTRY(WS-CAT-IX)
               END-IF
           END-PERFORM
           CLOSE SNAPSHOT-CATALOG-FILE.

       LIST-SNAPSHOTS-PARA.
           IF WS-SNAP-LIST-COUNT = ZERO
               DISPLAY "CFGSNAP: no snapshots in CFGSCAT.DAT"
                   UPON CONSOLE
           END-IF
           PERFORM LIST-ONE-SNAPSHOT-PARA
               VARYING WS-SNAP-LIST-IX FROM 1 BY 1
               UNTIL WS-SNAP-LIST-IX > WS-SNAP-LIST-COUNT.

       LIST-ONE-SNAPSHOT-PARA.
           MOVE ZERO                  TO WS-PRESENT-COUNT
           MOVE ZERO                  TO WS-TOTAL-RECORDS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE WS-CAT-ENTRY(WS-CAT-IX)
                                      TO CONFIG-SNAPSHOT-RECORD
               IF CSN-SNAPSHOT-NR = WS-SNAP-LIST-NR(WS-SNAP-LIST-IX)
                   MOVE CSN-DATE      TO WS-TODAY
                   MOVE CSN-TIME      TO WS-NOW
                   MOVE CSN-TAKEN-BY  TO WS-TAKEN-BY
                   IF CSN-PRESENT = "Y"
                       ADD 1          TO WS-PRESENT-COUNT
                       ADD CSN-RECORD-COUNT  TO WS-TOTAL-RECORDS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SNAP-LIST-NR(WS-SNAP-LIST-IX)
                                      TO WS-SNAP-NR-DISPLAY
           DISPLAY "CFGSNAP: snapshot " WS-SNAP-NR-DISPLAY " "
               WS-TODAY " " WS-NOW " by " WS-TAKEN-BY " "
               WS-PRESENT-COUNT " file(s) " WS-TOTAL-RECORDS
               " record(s)" UPON CONSOLE.

      * Answers whether snapshot WS-SIDE-NR cataloged base name
      * WS-FILE-BASE(WS-FILE-IX), leaving the row in
      * CONFIG-SNAPSHOT-RECORD.
       FIND-CATALOG-ROW-PARA.
           MOVE "N"                   TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
                      OR WS-CAT-FOUND = "Y"
               MOVE WS-CAT-ENTRY(WS-CAT-IX)
                                      TO CONFIG-SNAPSHOT-RECORD
               IF CSN-SNAPSHOT-NR = WS-SIDE-NR
                   AND CSN-FILE-BASE = WS-FILE-BASE(WS-FILE-IX)
                   MOVE "Y"           TO WS-CAT-FOUND
               END-IF
           END-PERFORM.

      * WS-ACCEPT-NR to WS-SIDE-NR; WS-VALID "N" unless it is a
      * cataloged snapshot number.
       CHECK-SNAPSHOT-NR-PARA.
           MOVE "N"                   TO WS-VALID
           MOVE ZERO                  TO WS-SIDE-NR
           IF WS-ACCEPT-NR NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ACCEPT-NR) = ZERO
               COMPUTE WS-SIDE-NR = FUNCTION NUMVAL(WS-ACCEPT-NR)
               PERFORM VARYING WS-SNAP-LIST-IX FROM 1 BY 1
                       UNTIL WS-SNAP-LIST-IX > WS-SNAP-LIST-COUNT
                   IF WS-SNAP-LIST-NR(WS-SNAP-LIST-IX) = WS-SIDE-NR
                       MOVE "Y"       TO WS-VALID
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VALID = "N"
               DISPLAY "CFGSNAP: " WS-ACCEPT-NR " is not a cataloged "
                   "snapshot number -- nothing done" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPARE-PARA.
           DISPLAY "CFGSNAP: enter the older snapshot number"
               UPON CONSOLE
           ACCEPT WS-ACCEPT-NR FROM CONSOLE
           PERFORM CHECK-SNAPSHOT-NR-PARA
           MOVE WS-SIDE-NR            TO WS-OLD-NR
           MOVE WS-OLD-NR             TO WS-OLD-NR-DISPLAY

           DISPLAY "CFGSNAP: enter the newer snapshot number (blank "
               "for the live files)" UPON CONSOLE
           ACCEPT WS-ACCEPT-NR FROM CONSOLE
           IF WS-ACCEPT-NR = SPACES
               MOVE ZERO              TO WS-NEW-NR
               MOVE "LIVE"            TO WS-NEW-NR-DISPLAY
           ELSE
               PERFORM CHECK-SNAPSHOT-NR-PARA
               MOVE WS-SIDE-NR        TO WS-NEW-NR
               MOVE WS-NEW-NR         TO WS-SNAP-NR-DISPLAY
               MOVE WS-SNAP-NR-DISPLAY  TO WS-NEW-NR-DISPLAY
           END-IF

           MOVE SPACES                TO WS-DIFF-FILE-NAME
           STRING "CFGDIFF." DELIMITED SIZE
               WS-OLD-NR-DISPLAY DELIMITED SIZE
               "." DELIMITED SIZE
               WS-NEW-NR-DISPLAY DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-DIFF-FILE-NAME

           OPEN OUTPUT CONFIG-DIFF-FILE
           PERFORM COMPARE-ONE-FILE-PARA
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-TABLE-SIZE
           CLOSE CONFIG-DIFF-FILE

           DISPLAY "CFGSNAP: snapshot " WS-OLD-NR-DISPLAY " against "
               WS-NEW-NR-DISPLAY ": " WS-DIFFER-FILES
               " file(s) differ, " WS-SAME-FILES " unchanged -- see "
               WS-DIFF-FILE-NAME UPON CONSOLE

           IF WS-DIFFER-FILES > ZERO
               MOVE 4                 TO RETURN-CODE
           END-IF.

       COMPARE-ONE-FILE-PARA.
           MOVE 1                     TO WS-SIDE
           MOVE WS-OLD-NR             TO WS-SIDE-NR
           PERFORM LOAD-SIDE-PARA
           MOVE 2                     TO WS-SIDE
           MOVE WS-NEW-NR             TO WS-SIDE-NR
           PERFORM LOAD-SIDE-PARA

           MOVE ZERO                  TO WS-ADDED-COUNT
           MOVE ZERO                  TO WS-REMOVED-COUNT
           MOVE ZERO                  TO WS-CHANGED-COUNT
           MOVE WS-FILE-BASE(WS-FILE-IX)  TO CFD-FILE-BASE

           IF WS-SIDE-PRESENT(1) NOT = WS-SIDE-PRESENT(2)
               PERFORM WRITE-ABSENT-PARA
           END-IF

           PERFORM MATCH-OLD-ROW-PARA
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-ROW-COUNT(1)
           PERFORM LIST-ADDED-ROW-PARA
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > WS-ROW-COUNT(2)

           IF WS-ADDED-COUNT > ZERO OR WS-REMOVED-COUNT > ZERO
               OR WS-CHANGED-COUNT > ZERO
               OR WS-SIDE-PRESENT(1) NOT = WS-SIDE-PRESENT(2)
               ADD 1                  TO WS-DIFFER-FILES
               PERFORM BUILD-LIVE-NAME-PARA
               DISPLAY "CFGSNAP: " WS-LIVE-FILE-NAME " "
                   WS-ADDED-COUNT " added, " WS-REMOVED-COUNT
                   " removed, " WS-CHANGED-COUNT " changed"
                   UPON CONSOLE
           ELSE
               ADD 1                  TO WS-SAME-FILES
           END-IF

           IF WS-SIDE-OVERFLOW(1) = "Y" OR WS-SIDE-OVERFLOW(2) = "Y"
               PERFORM BUILD-LIVE-NAME-PARA
               DISPLAY "CFGSNAP WARNING: " WS-LIVE-FILE-NAME
                   " has more than " WS-SIDE-SIZE " rows -- only the "
                   "first " WS-SIDE-SIZE " compared" UPON CONSOLE
               IF WS-ADDED-COUNT = ZERO AND WS-REMOVED-COUNT = ZERO
                   AND WS-CHANGED-COUNT = ZERO
                   AND WS-SIDE-PRESENT(1) = WS-SIDE-PRESENT(2)
                   SUBTRACT 1 FROM WS-SAME-FILES
                   ADD 1              TO WS-DIFFER-FILES
               END-IF
           END-IF.

      * Side WS-SIDE from snapshot WS-SIDE-NR, or from the live file
      * when WS-SIDE-NR is zero.
       LOAD-SIDE-PARA.
           MOVE ZERO                  TO WS-ROW-COUNT(WS-SIDE)
           MOVE "N"                   TO WS-SIDE-PRESENT(WS-SIDE)
           MOVE "N"                   TO WS-SIDE-OVERFLOW(WS-SIDE)
           MOVE SPACES                TO WS-GROUP-ID
           MOVE ZERO                  TO WS-LINE-NR

           IF WS-SIDE-NR = ZERO
               PERFORM BUILD-LIVE-NAME-PARA
               OPEN INPUT LIVE-CONTROL-FILE
               IF WS-LIVE-STATUS = "00"
                   MOVE "Y"           TO WS-SIDE-PRESENT(WS-SIDE)
                   MOVE "N"           TO WS-AT-END
                   PERFORM UNTIL WS-AT-END = "Y"
                       READ LIVE-CONTROL-FILE INTO WS-LINE-BUFFER
                           AT END
                               MOVE "Y"  TO WS-AT-END
                           NOT AT END
                               PERFORM ADD-SIDE-ROW-PARA
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-CONTROL-FILE
               END-IF
           ELSE
               PERFORM FIND-CATALOG-ROW-PARA
               IF WS-CAT-FOUND = "Y" AND CSN-PRESENT = "Y"
                   MOVE WS-SIDE-NR    TO WS-SNAP-NR-DISPLAY
                   PERFORM BUILD-SNAP-NAME-PARA
                   OPEN INPUT SNAPSHOT-FILE
                   IF WS-SNAP-STATUS = "00"
                       MOVE "Y"       TO WS-SIDE-PRESENT(WS-SIDE)
                       MOVE "N"       TO WS-AT-END
                       PERFORM UNTIL WS-AT-END = "Y"
                           READ SNAPSHOT-FILE INTO WS-LINE-BUFFER
                               AT END
                                   MOVE "Y"  TO WS-AT-END
                               NOT AT END
                                   PERFORM ADD-SIDE-ROW-PARA
                           END-READ
                       END-PERFORM
                       CLOSE SNAPSHOT-FILE
                   END-IF
               END-IF
           END-IF.

      * The row's key and which occurrence of that key it is on its
      * side, so duplicated keys (several SQLTEXT segments, several
      * routes for one job) still pair up in file order.
       ADD-SIDE-ROW-PARA.
           ADD 1                      TO WS-LINE-NR
           IF WS-ROW-COUNT(WS-SIDE) >= WS-SIDE-SIZE
               MOVE "Y"               TO WS-SIDE-OVERFLOW(WS-SIDE)
           ELSE
               PERFORM BUILD-ROW-KEY-PARA
               ADD 1                  TO WS-ROW-COUNT(WS-SIDE)
               MOVE WS-ROW-COUNT(WS-SIDE)  TO WS-ROW-IX
               MOVE WS-ROW-KEY-WORK
                   TO WS-ROW-KEY(WS-SIDE, WS-ROW-IX)
               MOVE WS-LINE-NR
                   TO WS-ROW-LINE-NR(WS-SIDE, WS-ROW-IX)
               MOVE "N"
                   TO WS-ROW-MATCHED(WS-SIDE, WS-ROW-IX)
               MOVE WS-LINE-BUFFER
                   TO WS-ROW-TEXT(WS-SIDE, WS-ROW-IX)
               MOVE 1
                   TO WS-ROW-OCCUR(WS-SIDE, WS-ROW-IX)
               PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
                       UNTIL WS-OTHER-IX >= WS-ROW-IX
                   IF WS-ROW-KEY(WS-SIDE, WS-OTHER-IX)
                           = WS-ROW-KEY-WORK
                       ADD 1
                           TO WS-ROW-OCCUR(WS-SIDE, WS-ROW-IX)
                   END-IF
               END-PERFORM
           END-IF.

      * EXTRCTL rows are keyed by the extract whose "EXTRACT " header
      * they follow, plus their kind, plus the bind position or slice
      * number of a "BINDVAL " or "PARTITN " row.
       BUILD-ROW-KEY-PARA.
           MOVE SPACES                TO WS-ROW-KEY-WORK
           IF WS-FILE-KEY-LEN(WS-FILE-IX) = ZERO
               IF WS-LINE-BUFFER(1:8) = "EXTRACT "
                   MOVE WS-LINE-BUFFER(9:8)  TO WS-GROUP-ID
               END-IF
               MOVE WS-GROUP-ID       TO WS-ROW-KEY-WORK(1:8)
               MOVE WS-LINE-BUFFER(1:8)  TO WS-ROW-KEY-WORK(9:8)
               IF WS-LINE-BUFFER(1:8) = "BINDVAL "
                   OR WS-LINE-BUFFER(1:8) = "PARTITN "
                   MOVE WS-LINE-BUFFER(9:2)
                                      TO WS-ROW-KEY-WORK(17:2)
               END-IF
           ELSE
               MOVE WS-FILE-KEY-LEN(WS-FILE-IX)  TO WS-KEY-LEN
               MOVE WS-LINE-BUFFER(1:WS-KEY-LEN)
                                      TO WS-ROW-KEY-WORK
           END-IF.

       MATCH-OLD-ROW-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
                   UNTIL WS-OTHER-IX > WS-ROW-COUNT(2)
                      OR WS-MATCH-IX > ZERO
               IF WS-ROW-MATCHED(2, WS-OTHER-IX) = "N"
                   AND WS-ROW-KEY(2, WS-OTHER-IX)
                       = WS-ROW-KEY(1, WS-ROW-IX)
                   AND WS-ROW-OCCUR(2, WS-OTHER-IX)
                       = WS-ROW-OCCUR(1, WS-ROW-IX)
                   MOVE WS-OTHER-IX   TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = ZERO
               ADD 1                  TO WS-REMOVED-COUNT
               MOVE "REMOVED "        TO CFD-CHANGE
               MOVE "OLD"             TO CFD-SIDE
               MOVE WS-ROW-LINE-NR(1, WS-ROW-IX)  TO CFD-LINE-NR
               MOVE WS-ROW-TEXT(1, WS-ROW-IX)     TO CFD-TEXT
               WRITE CONFIG-DIFF-LINE FROM CONFIG-DIFF-RECORD
           ELSE
               MOVE "Y"               TO WS-ROW-MATCHED(2, WS-MATCH-IX)
               IF WS-ROW-TEXT(2, WS-MATCH-IX)
                       NOT = WS-ROW-TEXT(1, WS-ROW-IX)
                   ADD 1              TO WS-CHANGED-COUNT
                   MOVE "CHANGED "    TO CFD-CHANGE
                   MOVE "OLD"         TO CFD-SIDE
                   MOVE WS-ROW-LINE-NR(1, WS-ROW-IX)  TO CFD-LINE-NR
                   MOVE WS-ROW-TEXT(1, WS-ROW-IX)     TO CFD-TEXT
                   WRITE CONFIG-DIFF-LINE FROM CONFIG-DIFF-RECORD
                   MOVE "NEW"         TO CFD-SIDE
                   MOVE WS-ROW-LINE-NR(2, WS-MATCH-IX)
                                      TO CFD-LINE-NR
                   MOVE WS-ROW-TEXT(2, WS-MATCH-IX)   TO CFD-TEXT
                   WRITE CONFIG-DIFF-LINE FROM CONFIG-DIFF-RECORD
               END-IF
           END-IF.

       LIST-ADDED-ROW-PARA.
           IF WS-ROW-MATCHED(2, WS-ROW-IX) = "N"
               ADD 1                  TO WS-ADDED-COUNT
               MOVE "ADDED   "        TO CFD-CHANGE
               MOVE "NEW"             TO CFD-SIDE
               MOVE WS-ROW-LINE-NR(2, WS-ROW-IX)  TO CFD-LINE-NR
               MOVE WS-ROW-TEXT(2, WS-ROW-IX)     TO CFD-TEXT
               WRITE CONFIG-DIFF-LINE FROM CONFIG-DIFF-RECORD
           END-IF.

      * A file on disk on one side only: said once, then all of its
      * rows follow as added or removed.
       WRITE-ABSENT-PARA.
           MOVE "ABSENT  "            TO CFD-CHANGE
           MOVE ZERO                  TO CFD-LINE-NR
           MOVE SPACES                TO CFD-TEXT
           IF WS-SIDE-PRESENT(1) = "N"
               MOVE "OLD"             TO CFD-SIDE
               STRING "not on disk in snapshot " DELIMITED SIZE
                   WS-OLD-NR-DISPLAY DELIMITED SIZE
                   INTO CFD-TEXT
           ELSE
               MOVE "NEW"             TO CFD-SIDE
               IF WS-NEW-NR = ZERO
                   MOVE "not on disk now"  TO CFD-TEXT
               ELSE
                   STRING "not on disk in snapshot " DELIMITED SIZE
                       WS-NEW-NR-DISPLAY DELIMITED SIZE
                       INTO CFD-TEXT
               END-IF
           END-IF
           WRITE CONFIG-DIFF-LINE FROM CONFIG-DIFF-RECORD.

       RESTORE-PARA.
           DISPLAY "CFGSNAP: enter the snapshot number to restore from"
               UPON CONSOLE
           ACCEPT WS-ACCEPT-NR FROM CONSOLE
           PERFORM CHECK-SNAPSHOT-NR-PARA
           MOVE WS-SIDE-NR            TO WS-RESTORE-NR

           DISPLAY "CFGSNAP: enter the control file to restore (e.g. "
               "ORAFLAGS) or ALL" UPON CONSOLE
           ACCEPT WS-RESTORE-FILE FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WS-RESTORE-FILE)
                                      TO WS-RESTORE-FILE
           MOVE "N"                   TO WS-VALID
           IF WS-RESTORE-FILE = "ALL"
               MOVE "Y"               TO WS-VALID
           END-IF
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-FILE-TABLE-SIZE
               IF WS-FILE-BASE(WS-FILE-IX) = WS-RESTORE-FILE
                   MOVE "Y"           TO WS-VALID
               END-IF
           END-PERFORM
           IF WS-VALID = "N"
               DISPLAY "CFGSNAP: " WS-RESTORE-FILE " is not one of "
                   "the snapshotted control files -- nothing restored"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-IN-FLIGHT-PARA
           IF WS-FLIGHT-COUNT > ZERO
               DISPLAY "CFGSNAP: " WS-FLIGHT-COUNT " job(s) still "
                   "running per INFLIGHT.DAT -- nothing restored"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "SIGN "               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "Y"
               STOP RUN
           END-IF

      * The live set as it stands is kept first, so the restore can
      * itself be put back. Not aged here: that could age out the
      * very snapshot being restored; the next scheduled run ages.
           MOVE "RESTORE "            TO WS-TAKEN-BY
           PERFORM TAKE-SNAPSHOT-PARA

           PERFORM RESTORE-ONE-FILE-PARA
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > WS-FILE-TABLE-SIZE

           MOVE WS-RESTORE-NR         TO WS-OLD-NR-DISPLAY
           MOVE WS-NEW-SNAPSHOT       TO WS-SNAP-NR-DISPLAY
           DISPLAY "CFGSNAP: " WS-RESTORED-COUNT " control file(s) "
               "restored from snapshot " WS-OLD-NR-DISPLAY
               ", the files replaced are snapshot " WS-SNAP-NR-DISPLAY
               UPON CONSOLE.

       CHECK-IN-FLIGHT-PARA.
           OPEN INPUT IN-FLIGHT-FILE
           IF WS-INFLIGHT-STATUS = "00" OR WS-INFLIGHT-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ IN-FLIGHT-FILE INTO IN-FLIGHT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           ADD 1       TO WS-FLIGHT-COUNT
                           DISPLAY "CFGSNAP: still running "
                               IFR-PROGRAM-ID " " IFR-JOB-ID
                               " since " IFR-START-DATE " "
                               IFR-START-TIME UPON CONSOLE
                   END-READ
               END-PERFORM
               CLOSE IN-FLIGHT-FILE
           END-IF.

       RESTORE-ONE-FILE-PARA.
           IF WS-RESTORE-FILE = "ALL"
               OR WS-RESTORE-FILE = WS-FILE-BASE(WS-FILE-IX)
               PERFORM BUILD-LIVE-NAME-PARA
               MOVE WS-RESTORE-NR     TO WS-SIDE-NR
               PERFORM FIND-CATALOG-ROW-PARA
               IF WS-CAT-FOUND = "N"
                   MOVE WS-RESTORE-NR TO WS-SNAP-NR-DISPLAY
                   DISPLAY "CFGSNAP: " WS-LIVE-FILE-NAME " is not in "
                       "snapshot " WS-SNAP-NR-DISPLAY " -- left as is"
                       UPON CONSOLE
               ELSE
                   IF CSN-PRESENT = "Y"
                       PERFORM COPY-BACK-PARA
                   ELSE
                       PERFORM REMOVE-LIVE-PARA
                   END-IF
               END-IF
           END-IF.

       COPY-BACK-PARA.
           MOVE WS-RESTORE-NR         TO WS-SNAP-NR-DISPLAY
           PERFORM BUILD-SNAP-NAME-PARA
           MOVE ZERO                  TO WS-RECORD-COUNT

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "CFGSNAP: " WS-SNAP-FILE-NAME " is not on "
                   "disk -- " WS-LIVE-FILE-NAME " left as is"
                   UPON CONSOLE
           ELSE
               OPEN OUTPUT LIVE-CONTROL-FILE
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ SNAPSHOT-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           ADD 1       TO WS-RECORD-COUNT
                           WRITE LIVE-CONTROL-LINE FROM SNAPSHOT-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-CONTROL-FILE
               CLOSE SNAPSHOT-FILE

               ADD 1                  TO WS-RESTORED-COUNT
               DISPLAY "CFGSNAP: " WS-LIVE-FILE-NAME " restored from "
                   WS-SNAP-FILE-NAME " (" WS-RECORD-COUNT
                   " records)" UPON CONSOLE
               PERFORM AUDIT-RESTORE-PARA
           END-IF.

      * Not on disk when the snapshot was taken, so putting the set
      * back to that snapshot means the file goes.
       REMOVE-LIVE-PARA.
           MOVE ZERO                  TO WS-RECORD-COUNT
           IF WS-TAKEN-PRESENT(WS-FILE-IX) = "Y"
               CALL "CBL_DELETE_FILE" USING WS-LIVE-FILE-NAME
                   RETURNING WS-DELETE-RC
               IF WS-DELETE-RC = ZERO
                   ADD 1              TO WS-RESTORED-COUNT
                   DISPLAY "CFGSNAP: " WS-LIVE-FILE-NAME " removed, "
                       "not on disk in the snapshot" UPON CONSOLE
                   PERFORM AUDIT-RESTORE-PARA
               ELSE
                   DISPLAY "CFGSNAP: could not remove "
                       WS-LIVE-FILE-NAME " (return code "
                       WS-DELETE-RC ")" UPON CONSOLE
               END-IF
           END-IF.

       AUDIT-RESTORE-PARA.
           MOVE "RESTORE "            TO OPA-ACTION
           MOVE WS-CALLER-ID          TO OPA-PROGRAM-ID
           MOVE SPACES                TO OPA-JOB-ID
           MOVE WS-RESTORE-NR         TO WS-OLD-NR-DISPLAY
           MOVE SPACES                TO OPA-KEY
           STRING WS-LIVE-FILE-NAME DELIMITED SPACE
               " SNAPSHOT " DELIMITED SIZE
               WS-OLD-NR-DISPLAY DELIMITED SIZE
               INTO OPA-KEY

           MOVE WS-NEW-SNAPSHOT       TO WS-SNAP-NR-DISPLAY
           MOVE WS-TAKEN-COUNT(WS-FILE-IX)  TO WS-COUNT-EDIT
           MOVE SPACES                TO OPA-BEFORE-IMAGE
           IF WS-TAKEN-PRESENT(WS-FILE-IX) = "Y"
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED SIZE
                   " records, kept as snapshot " DELIMITED SIZE
                   WS-SNAP-NR-DISPLAY DELIMITED SIZE
                   INTO OPA-BEFORE-IMAGE
           ELSE
               MOVE "not on disk"     TO OPA-BEFORE-IMAGE
           END-IF

           MOVE WS-RECORD-COUNT       TO WS-COUNT-EDIT-2
           MOVE SPACES                TO OPA-AFTER-IMAGE
           IF CSN-PRESENT = "Y"
               STRING FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED SIZE
                   " records from snapshot " DELIMITED SIZE
                   WS-OLD-NR-DISPLAY DELIMITED SIZE
                   " taken " DELIMITED SIZE
                   CSN-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   CSN-TIME DELIMITED SIZE
                   INTO OPA-AFTER-IMAGE
           ELSE
               STRING "removed, not on disk in snapshot "
                       DELIMITED SIZE
                   WS-OLD-NR-DISPLAY DELIMITED SIZE
                   " taken " DELIMITED SIZE
                   CSN-DATE DELIMITED SIZE
                   " " DELIMITED SIZE
                   CSN-TIME DELIMITED SIZE
                   INTO OPA-AFTER-IMAGE
           END-IF

           MOVE "WRITE"               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.
