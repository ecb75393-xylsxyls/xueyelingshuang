      ***************************************************************
      *                                                             *
      *               C  H  R  G  B  A  C  K                        *
      *                                                             *
      *  Month-end batch resource chargeback by owning department.  *
      *  Finance charges the batch window back to the departments   *
      *  whose jobs use it; JOBOWNR.DAT (jobownr.cob) maps each     *
      *  program/job pair to a department and cost centre, and this *
      *  job takes a month (YYYYMM) and totals, per department:     *
      *    - runs and elapsed seconds from the JOBREG ledger, read  *
      *      from the month's first end date on its end-date key (a *
      *      row with a damaged elapsed field is skipped, as        *
      *      JOBTREND does);                                        *
      *    - rows processed: RCL-ACTUAL-COUNT from RECNLG, walked   *
      *      across the dated archives plus the live file the way   *
      *      RECNSUM walks them, and the data rows of each CSV      *
      *      extract's manifest CSVEXP.<id>.MFT dated in the month  *
      *      (its record count less the EXTHDR header), charged to  *
      *      the extract's EXTDRV job from EXTRCTL.DAT;             *
      *    - slow statements: SLOWSQL records in the month,         *
      *      archives plus live, charged to SSL-CALLER-ID           *
      *      (continuation lines skipped);                          *
      *    - cursor parses and executes: each program's last        *
      *      ORANPR/ORANEX snapshot of each day's                   *
      *      CURSTAT.<date>.DAT (the ORACA counters are cumulative  *
      *      for the run, as PARSERPT and CURTREND assume).         *
      *                                                             *
      *  Each department's share is its percentage of the month's   *
      *  total elapsed seconds -- the window time being charged.    *
      *  Work with no owner is listed per program/job pair in an    *
      *  "UNOWNED " section, with its share, so it gets claimed;    *
      *  the "TOTAL   " line includes it, so the shares add up to   *
      *  100. Output goes to CHRGBACK.<month>.DAT; RETURN-CODE is 4 *
      *  when anything is unassigned.                               *
      *                                                             *
      *  A manifest is overwritten by each run, so only an          *
      *  extract's latest run in the month is counted from it.      *
      *  Measures without a job id are charged through the          *
      *  program's "DEFAULT " owner row (see jobownr.cob).          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Read the month's runs from the    *
      *              keyed JOBREG ledger (JOBLEDG.DAT) by end date. *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHRGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-OWNER-FILE
               ASSIGN TO "JOBOWNR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT RECONCILE-LOG-FILE
               ASSIGN TO WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT SLOW-SQL-FILE
               ASSIGN TO WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CURSOR-STATS-FILE
               ASSIGN TO WS-CURSTAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT EXTRACT-CONTROL-FILE
               ASSIGN TO "EXTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CHARGEBACK-FILE
               ASSIGN TO WS-CHRGBACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-OWNER-FILE.
       01  JOB-OWNER-LINE            PIC X(64).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  RECONCILE-LOG-FILE.
       01  RECONCILE-LOG-LINE        PIC X(80).

       FD  SLOW-SQL-FILE.
       01  SLOW-SQL-LINE             PIC X(130).

       FD  CURSOR-STATS-FILE.
       01  CURSOR-STATS-LINE         PIC X(80).

       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-LINE      PIC X(100).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE             PIC X(50).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-LINE           PIC X(135).

       WORKING-STORAGE SECTION.
       COPY JOBOWNR.
       COPY JOBREGLG.
       COPY RECNLG.
       COPY SLOWSQLG.
       COPY CURSTLG.
       COPY EXTCTLLG.

       01  WS-TARGET-MONTH           PIC X(6).
       01  WS-TARGET-MONTH-PARTS REDEFINES WS-TARGET-MONTH.
           05  WS-TARGET-YYYY        PIC 9(4).
           05  WS-TARGET-MM          PIC 9(2).
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YYYY          PIC 9(4).
           05  WS-NEXT-MM            PIC 9(2).
       01  WS-LOG-FILE-NAME          PIC X(20).
       01  WS-ARCHIVE-BASE           PIC X(8).
       01  WS-ARCHIVE-DATE.
           05  WS-ARCHIVE-MONTH      PIC X(6).
           05  WS-ARCHIVE-DAY        PIC 9(2).
       01  WS-CURSTAT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "CURSTAT.".
           05  WS-CURSTAT-MONTH      PIC X(6).
           05  WS-CURSTAT-DAY        PIC 9(2).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-MANIFEST-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "CSVEXP.".
           05  WS-MANIFEST-REPORT-ID PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".MFT".
       01  WS-CHRGBACK-FILE-NAME.
           05  FILLER                PIC X(9)  VALUE "CHRGBACK.".
           05  WS-CHRGBACK-MONTH     PIC X(6).
           05  FILLER                PIC X(4)  VALUE ".DAT".

      * Same layout DLVRMGR writes the manifest in.
       01  MANIFEST-RECORD.
           05  MFT-EXTRACT-ID        PIC X(8).
           05  FILLER                PIC X(1).
           05  MFT-RECORD-COUNT      PIC 9(9).
           05  FILLER                PIC X(1).
           05  MFT-BYTE-COUNT        PIC 9(9).
           05  FILLER                PIC X(1).
           05  MFT-CHECKSUM          PIC 9(9).
           05  FILLER                PIC X(1).
           05  MFT-RUN-DATE          PIC X(8).

       01  WS-INPUT-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-DAY-NR                 PIC S9(4) COMP.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-JX                     PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-MANIFEST-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-FULL-WARNED            PIC X(1) VALUE "N".

      * Ownership rows, each resolved to its department's slot in
      * WS-DEPT-TABLE as it is loaded.
       01  WS-OWNER-SIZE             PIC S9(9) COMP VALUE 200.
       01  WS-OWNER-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY        OCCURS 200 TIMES.
               10  WS-OWN-PROGRAM    PIC X(8).
               10  WS-OWN-JOB        PIC X(8).
               10  WS-OWN-DEPT-IX    PIC S9(9) COMP.

       01  WS-DEPT-SIZE              PIC S9(9) COMP VALUE 50.
       01  WS-DEPT-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY         OCCURS 50 TIMES.
               10  WS-DEPT-ID        PIC X(8).
               10  WS-DEPT-COST-CENTRE  PIC X(10).
               10  WS-DEPT-NAME      PIC X(30).
               10  WS-DEPT-RUNS      PIC S9(9) COMP.
               10  WS-DEPT-ELAPSED   PIC S9(18) COMP.
               10  WS-DEPT-ROWS      PIC S9(18) COMP.
               10  WS-DEPT-SLOW      PIC S9(9) COMP.
               10  WS-DEPT-PARSES    PIC S9(18) COMP.
               10  WS-DEPT-EXECUTES  PIC S9(18) COMP.

      * Work no ownership row claims, by program/job pair ("DEFAULT "
      * for the measures that carry no job id).
       01  WS-UNOWNED-SIZE           PIC S9(9) COMP VALUE 100.
       01  WS-UNOWNED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-UNOWNED-TABLE.
           05  WS-UNOWNED-ENTRY      OCCURS 100 TIMES.
               10  WS-UNO-PROGRAM    PIC X(8).
               10  WS-UNO-JOB        PIC X(8).
               10  WS-UNO-RUNS       PIC S9(9) COMP.
               10  WS-UNO-ELAPSED    PIC S9(18) COMP.
               10  WS-UNO-ROWS       PIC S9(18) COMP.
               10  WS-UNO-SLOW       PIC S9(9) COMP.
               10  WS-UNO-PARSES     PIC S9(18) COMP.
               10  WS-UNO-EXECUTES   PIC S9(18) COMP.

       01  WS-TOTAL-RUNS             PIC S9(9) COMP VALUE ZERO.
       01  WS-TOTAL-ELAPSED          PIC S9(18) COMP VALUE ZERO.
       01  WS-TOTAL-ROWS             PIC S9(18) COMP VALUE ZERO.
       01  WS-TOTAL-SLOW             PIC S9(9) COMP VALUE ZERO.
       01  WS-TOTAL-PARSES           PIC S9(18) COMP VALUE ZERO.
       01  WS-TOTAL-EXECUTES         PIC S9(18) COMP VALUE ZERO.

      * One charge: who ran it and what it used. CHARGE-PARA adds
      * the amounts to the owning department, or to the unowned
      * pair, and to the month's totals.
       01  WS-CHARGE-PROGRAM         PIC X(8).
       01  WS-CHARGE-JOB             PIC X(8).
       01  WS-CHARGE-AMOUNTS.
           05  WS-CHARGE-RUNS        PIC S9(9) COMP.
           05  WS-CHARGE-ELAPSED     PIC S9(18) COMP.
           05  WS-CHARGE-ROWS        PIC S9(18) COMP.
           05  WS-CHARGE-SLOW        PIC S9(9) COMP.
           05  WS-CHARGE-PARSES      PIC S9(18) COMP.
           05  WS-CHARGE-EXECUTES    PIC S9(18) COMP.
       01  WS-CHARGE-DEPT-IX         PIC S9(9) COMP.
       01  WS-DEFAULT-IX             PIC S9(9) COMP.
       01  WS-SOLE-IX                PIC S9(9) COMP.
       01  WS-SPLIT-OWNER            PIC X(1).

      * Each program's last cursor snapshot in one CURSTAT file.
       01  WS-SNAP-SIZE              PIC S9(9) COMP VALUE 50.
       01  WS-SNAP-COUNT             PIC S9(9) COMP.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY         OCCURS 50 TIMES.
               10  WS-SNAP-PROGRAM   PIC X(8).
               10  WS-SNAP-PARSES    PIC S9(9) COMP.
               10  WS-SNAP-EXECUTES  PIC S9(9) COMP.

       01  WS-SHARE                  PIC S9(3)V99 COMP.

       01  CHARGEBACK-RECORD.
           05  CBK-KIND              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-MONTH             PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-KEY-1             PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-KEY-2             PIC X(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-RUNS              PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-ELAPSED           PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-SHARE             PIC ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-ROWS              PIC 9(11).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-SLOW              PIC 9(7).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-PARSES            PIC 9(11).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-EXECUTES          PIC 9(11).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  CBK-DEPT-NAME         PIC X(30).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "CHRGBACK: enter month to charge back (YYYYMM)"
               UPON CONSOLE
           ACCEPT WS-TARGET-MONTH FROM CONSOLE
           IF WS-TARGET-MONTH IS NOT NUMERIC
               OR WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
               DISPLAY "CHRGBACK: month " WS-TARGET-MONTH
                   " is not YYYYMM -- nothing charged" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TARGET-MONTH       TO WS-CHRGBACK-MONTH

           IF WS-TARGET-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-TARGET-YYYY + 1
               MOVE 1                 TO WS-NEXT-MM
           ELSE
               MOVE WS-TARGET-YYYY    TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-TARGET-MM + 1
           END-IF

           PERFORM LOAD-OWNERS-PARA
           PERFORM READ-LEDGER-PARA

           MOVE "RECNLG."             TO WS-ARCHIVE-BASE
           PERFORM READ-ARCHIVES-PARA
           MOVE "RECNLG.DAT"          TO WS-LOG-FILE-NAME
           PERFORM READ-RECNLG-FILE-PARA

           PERFORM READ-MANIFESTS-PARA

           MOVE "SLOWSQL."            TO WS-ARCHIVE-BASE
           PERFORM READ-ARCHIVES-PARA
           MOVE "SLOWSQL.DAT"         TO WS-LOG-FILE-NAME
           PERFORM READ-SLOWSQL-FILE-PARA

           MOVE WS-TARGET-MONTH       TO WS-CURSTAT-MONTH
           PERFORM READ-CURSTAT-FILE-PARA
               VARYING WS-DAY-NR FROM 1 BY 1
               UNTIL WS-DAY-NR > 31

           OPEN OUTPUT CHARGEBACK-FILE
           PERFORM WRITE-DEPT-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-DEPT-COUNT
           PERFORM WRITE-UNOWNED-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-UNOWNED-COUNT
           PERFORM WRITE-TOTAL-PARA
           CLOSE CHARGEBACK-FILE

           DISPLAY "CHRGBACK: month " WS-TARGET-MONTH ", "
               WS-DEPT-COUNT " department(s), " WS-UNOWNED-COUNT
               " unowned program/job pair(s) -- see "
               WS-CHRGBACK-FILE-NAME UPON CONSOLE

           IF WS-UNOWNED-COUNT > ZERO
               MOVE 4                 TO RETURN-CODE
           ELSE
               MOVE ZERO              TO RETURN-CODE
           END-IF

           STOP RUN.

      * No ownership file is not an error: everything is reported
      * unowned, which is exactly what needs claiming.
       LOAD-OWNERS-PARA.
           OPEN INPUT JOB-OWNER-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-OWNER-FILE INTO JOB-OWNER-RECORD
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           PERFORM ADD-OWNER-PARA
                   END-READ
               END-PERFORM
               CLOSE JOB-OWNER-FILE
           ELSE
               DISPLAY "CHRGBACK WARNING: no JOBOWNR.DAT on disk -- "
                   "all work is reported unowned" UPON CONSOLE
           END-IF.

       ADD-OWNER-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-DEPT-COUNT
               IF WS-DEPT-ID(WS-IX) = JOW-DEPARTMENT
                   MOVE WS-IX          TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = ZERO
               IF WS-DEPT-COUNT < WS-DEPT-SIZE
                   ADD 1               TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT  TO WS-MATCH-IX
                   MOVE JOW-DEPARTMENT TO WS-DEPT-ID(WS-MATCH-IX)
                   MOVE JOW-COST-CENTRE
                       TO WS-DEPT-COST-CENTRE(WS-MATCH-IX)
                   MOVE JOW-DEPT-NAME  TO WS-DEPT-NAME(WS-MATCH-IX)
                   MOVE ZERO           TO WS-DEPT-RUNS(WS-MATCH-IX)
                   MOVE ZERO           TO WS-DEPT-ELAPSED(WS-MATCH-IX)
                   MOVE ZERO           TO WS-DEPT-ROWS(WS-MATCH-IX)
                   MOVE ZERO           TO WS-DEPT-SLOW(WS-MATCH-IX)
                   MOVE ZERO           TO WS-DEPT-PARSES(WS-MATCH-IX)
                   MOVE ZERO
                       TO WS-DEPT-EXECUTES(WS-MATCH-IX)
               ELSE
                   DISPLAY "CHRGBACK WARNING: department table full"
                       " -- " JOW-PROGRAM-ID "/" JOW-JOB-ID
                       " left unowned" UPON CONSOLE
               END-IF
           END-IF

           IF WS-MATCH-IX > ZERO
               IF WS-OWNER-COUNT < WS-OWNER-SIZE
                   ADD 1               TO WS-OWNER-COUNT
                   MOVE JOW-PROGRAM-ID
                       TO WS-OWN-PROGRAM(WS-OWNER-COUNT)
                   MOVE JOW-JOB-ID     TO WS-OWN-JOB(WS-OWNER-COUNT)
                   MOVE WS-MATCH-IX
                       TO WS-OWN-DEPT-IX(WS-OWNER-COUNT)
               ELSE
                   DISPLAY "CHRGBACK WARNING: ownership table full"
                       " -- " JOW-PROGRAM-ID "/" JOW-JOB-ID
                       " left unowned" UPON CONSOLE
               END-IF
           END-IF.

       READ-LEDGER-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               MOVE WS-TARGET-MONTH    TO JRK-END-DATE(1:6)
               MOVE "01"               TO JRK-END-DATE(7:2)
               START JOB-REGISTRY-FILE
                   KEY IS NOT LESS THAN JRK-END-DATE
                   INVALID KEY
                       MOVE "Y"         TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           IF JBR-END-DATE(1:6) NOT = WS-TARGET-MONTH
                               MOVE "Y" TO WS-AT-END
                           ELSE
                               IF JBR-ELAPSED-SECONDS IS NUMERIC
                                   PERFORM CHARGE-RUN-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           END-IF.

       CHARGE-RUN-PARA.
           INITIALIZE WS-CHARGE-AMOUNTS
           MOVE JBR-PROGRAM-ID        TO WS-CHARGE-PROGRAM
           MOVE JBR-JOB-ID            TO WS-CHARGE-JOB
           MOVE 1                     TO WS-CHARGE-RUNS
           MOVE JBR-ELAPSED-SECONDS   TO WS-CHARGE-ELAPSED
           PERFORM CHARGE-PARA.

      * LOGARCH archives under the date it RUNS, so the last night
      * of the month lands in the first days of the next month's
      * archives; every record is filtered on its own date, so
      * nothing double-counts (the RECNSUM walk).
       READ-ARCHIVES-PARA.
           MOVE WS-TARGET-MONTH       TO WS-ARCHIVE-MONTH
           PERFORM READ-ONE-DAY-PARA
               VARYING WS-DAY-NR FROM 1 BY 1
               UNTIL WS-DAY-NR > 31
           MOVE WS-NEXT-MONTH         TO WS-ARCHIVE-MONTH
           PERFORM READ-ONE-DAY-PARA
               VARYING WS-DAY-NR FROM 1 BY 1
               UNTIL WS-DAY-NR > 7.

       READ-ONE-DAY-PARA.
           MOVE WS-DAY-NR             TO WS-ARCHIVE-DAY
           MOVE SPACES                TO WS-LOG-FILE-NAME
           STRING FUNCTION TRIM(WS-ARCHIVE-BASE) DELIMITED SIZE
               WS-ARCHIVE-DATE DELIMITED SIZE
               ".DAT" DELIMITED SIZE
               INTO WS-LOG-FILE-NAME
           IF WS-ARCHIVE-BASE = "RECNLG."
               PERFORM READ-RECNLG-FILE-PARA
           ELSE
               PERFORM READ-SLOWSQL-FILE-PARA
           END-IF.

       READ-RECNLG-FILE-PARA.
           OPEN INPUT RECONCILE-LOG-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RECONCILE-LOG-FILE INTO RECONCILE-LOG-RECORD
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           IF RCL-DATE(1:6) = WS-TARGET-MONTH
                               AND RCL-ACTUAL-COUNT IS NUMERIC
                               PERFORM CHARGE-RECON-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECONCILE-LOG-FILE
           END-IF.

       CHARGE-RECON-PARA.
           INITIALIZE WS-CHARGE-AMOUNTS
           MOVE RCL-PROGRAM-ID        TO WS-CHARGE-PROGRAM
           MOVE "DEFAULT "            TO WS-CHARGE-JOB
           MOVE RCL-ACTUAL-COUNT      TO WS-CHARGE-ROWS
           PERFORM CHARGE-PARA.

      * Only a CSV extract is sealed with a manifest. A retired
      * definition's last manifest still counts if it ran in the
      * month.
       READ-MANIFESTS-PARA.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ EXTRACT-CONTROL-FILE
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           MOVE EXTRACT-CONTROL-LINE
                               TO EXTRACT-CONTROL-RECORD
                           IF ECT-KIND = "EXTRACT "
                               AND ECT-OUTPUT-MODE = "CSV"
                               PERFORM READ-MANIFEST-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.

       READ-MANIFEST-PARA.
           MOVE ECT-EXTRACT-ID        TO WS-MANIFEST-REPORT-ID
           OPEN INPUT MANIFEST-FILE
           IF WS-INPUT-STATUS = "00"
               READ MANIFEST-FILE INTO MANIFEST-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MFT-RUN-DATE(1:6) = WS-TARGET-MONTH
                           AND MFT-RECORD-COUNT IS NUMERIC
                           PERFORM CHARGE-MANIFEST-PARA
                       END-IF
               END-READ
               CLOSE MANIFEST-FILE
           END-IF.

      * The manifest counts the EXTHDR header record as well; the
      * rows charged are the data rows.
       CHARGE-MANIFEST-PARA.
           ADD 1                      TO WS-MANIFEST-COUNT
           INITIALIZE WS-CHARGE-AMOUNTS
           MOVE "EXTDRV  "            TO WS-CHARGE-PROGRAM
           MOVE ECT-JOB-ID            TO WS-CHARGE-JOB
           IF MFT-RECORD-COUNT > ZERO
               COMPUTE WS-CHARGE-ROWS = MFT-RECORD-COUNT - 1
           END-IF
           PERFORM CHARGE-PARA.

      * SLOWSQL interleaves continuation lines; only a main record
      * (SSL-CONTINUED "Y" or "N") is a slow statement.
       READ-SLOWSQL-FILE-PARA.
           OPEN INPUT SLOW-SQL-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ SLOW-SQL-FILE
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           MOVE SLOW-SQL-LINE(1:127)
                               TO SLOW-SQL-RECORD
                           IF (SSL-CONTINUED = "Y"
                               OR SSL-CONTINUED = "N")
                               AND SSL-DATE(1:6) = WS-TARGET-MONTH
                               PERFORM CHARGE-SLOW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLOW-SQL-FILE
           END-IF.

       CHARGE-SLOW-PARA.
           INITIALIZE WS-CHARGE-AMOUNTS
           MOVE SSL-CALLER-ID         TO WS-CHARGE-PROGRAM
           MOVE "DEFAULT "            TO WS-CHARGE-JOB
           MOVE 1                     TO WS-CHARGE-SLOW
           PERFORM CHARGE-PARA.

      * The ORACA counters are cumulative for the run, so a
      * program's last snapshot in the day's file is its total for
      * the day; the snapshots are collected first and charged once
      * the file is read.
       READ-CURSTAT-FILE-PARA.
           MOVE WS-DAY-NR             TO WS-CURSTAT-DAY
           MOVE ZERO                  TO WS-SNAP-COUNT
           OPEN INPUT CURSOR-STATS-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CURSOR-STATS-FILE INTO CURSOR-STATS-RECORD
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           IF CSL-DATE(1:6) = WS-TARGET-MONTH
                               AND CSL-ORANPR IS NUMERIC
                               AND CSL-ORANEX IS NUMERIC
                               PERFORM KEEP-SNAPSHOT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSOR-STATS-FILE
               PERFORM CHARGE-SNAPSHOT-PARA
                   VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-SNAP-COUNT
           END-IF.

       KEEP-SNAPSHOT-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-SNAP-COUNT
               IF WS-SNAP-PROGRAM(WS-JX) = CSL-PROGRAM-ID
                   MOVE WS-JX          TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = ZERO
               IF WS-SNAP-COUNT < WS-SNAP-SIZE
                   ADD 1               TO WS-SNAP-COUNT
                   MOVE WS-SNAP-COUNT  TO WS-MATCH-IX
                   MOVE CSL-PROGRAM-ID TO WS-SNAP-PROGRAM(WS-MATCH-IX)
               END-IF
           END-IF

           IF WS-MATCH-IX > ZERO
               MOVE CSL-ORANPR         TO WS-SNAP-PARSES(WS-MATCH-IX)
               MOVE CSL-ORANEX         TO WS-SNAP-EXECUTES(WS-MATCH-IX)
           END-IF.

       CHARGE-SNAPSHOT-PARA.
           INITIALIZE WS-CHARGE-AMOUNTS
           MOVE WS-SNAP-PROGRAM(WS-JX)   TO WS-CHARGE-PROGRAM
           MOVE "DEFAULT "               TO WS-CHARGE-JOB
           MOVE WS-SNAP-PARSES(WS-JX)    TO WS-CHARGE-PARSES
           MOVE WS-SNAP-EXECUTES(WS-JX)  TO WS-CHARGE-EXECUTES
           PERFORM CHARGE-PARA.

      * The pair's own row wins, then the program's "DEFAULT " row.
      * A measure with no job id falls back further, to the one
      * department all of the program's rows name -- rows naming
      * more than one leave it unowned.
       CHARGE-PARA.
           MOVE ZERO                  TO WS-CHARGE-DEPT-IX
           MOVE ZERO                  TO WS-DEFAULT-IX
           MOVE ZERO                  TO WS-SOLE-IX
           MOVE "N"                   TO WS-SPLIT-OWNER
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-OWNER-COUNT
               IF WS-OWN-PROGRAM(WS-IX) = WS-CHARGE-PROGRAM
                   IF WS-OWN-JOB(WS-IX) = WS-CHARGE-JOB
                       MOVE WS-OWN-DEPT-IX(WS-IX)
                           TO WS-CHARGE-DEPT-IX
                   END-IF
                   IF WS-OWN-JOB(WS-IX) = "DEFAULT "
                       MOVE WS-OWN-DEPT-IX(WS-IX) TO WS-DEFAULT-IX
                   END-IF
                   IF WS-SOLE-IX = ZERO
                       MOVE WS-OWN-DEPT-IX(WS-IX) TO WS-SOLE-IX
                   ELSE
                       IF WS-OWN-DEPT-IX(WS-IX) NOT = WS-SOLE-IX
                           MOVE "Y"    TO WS-SPLIT-OWNER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHARGE-DEPT-IX = ZERO
               MOVE WS-DEFAULT-IX      TO WS-CHARGE-DEPT-IX
           END-IF
           IF WS-CHARGE-DEPT-IX = ZERO
               AND WS-CHARGE-JOB = "DEFAULT "
               AND WS-SPLIT-OWNER = "N"
               MOVE WS-SOLE-IX         TO WS-CHARGE-DEPT-IX
           END-IF

           IF WS-CHARGE-DEPT-IX > ZERO
               ADD WS-CHARGE-RUNS
                   TO WS-DEPT-RUNS(WS-CHARGE-DEPT-IX)
               ADD WS-CHARGE-ELAPSED
                   TO WS-DEPT-ELAPSED(WS-CHARGE-DEPT-IX)
               ADD WS-CHARGE-ROWS
                   TO WS-DEPT-ROWS(WS-CHARGE-DEPT-IX)
               ADD WS-CHARGE-SLOW
                   TO WS-DEPT-SLOW(WS-CHARGE-DEPT-IX)
               ADD WS-CHARGE-PARSES
                   TO WS-DEPT-PARSES(WS-CHARGE-DEPT-IX)
               ADD WS-CHARGE-EXECUTES
                   TO WS-DEPT-EXECUTES(WS-CHARGE-DEPT-IX)
           ELSE
               PERFORM CHARGE-UNOWNED-PARA
           END-IF

           ADD WS-CHARGE-RUNS         TO WS-TOTAL-RUNS
           ADD WS-CHARGE-ELAPSED      TO WS-TOTAL-ELAPSED
           ADD WS-CHARGE-ROWS         TO WS-TOTAL-ROWS
           ADD WS-CHARGE-SLOW         TO WS-TOTAL-SLOW
           ADD WS-CHARGE-PARSES       TO WS-TOTAL-PARSES
           ADD WS-CHARGE-EXECUTES     TO WS-TOTAL-EXECUTES.

       CHARGE-UNOWNED-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-UNOWNED-COUNT
               IF WS-UNO-PROGRAM(WS-IX) = WS-CHARGE-PROGRAM
                   AND WS-UNO-JOB(WS-IX) = WS-CHARGE-JOB
                   MOVE WS-IX          TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = ZERO
               IF WS-UNOWNED-COUNT < WS-UNOWNED-SIZE
                   ADD 1               TO WS-UNOWNED-COUNT
                   MOVE WS-UNOWNED-COUNT  TO WS-MATCH-IX
                   MOVE WS-CHARGE-PROGRAM
                       TO WS-UNO-PROGRAM(WS-MATCH-IX)
                   MOVE WS-CHARGE-JOB  TO WS-UNO-JOB(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-RUNS(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-ELAPSED(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-ROWS(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-SLOW(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-PARSES(WS-MATCH-IX)
                   MOVE ZERO           TO WS-UNO-EXECUTES(WS-MATCH-IX)
               ELSE
                   IF WS-FULL-WARNED = "N"
                       DISPLAY "CHRGBACK WARNING: unowned table full"
                           " -- further pairs count in the total only"
                           UPON CONSOLE
                       MOVE "Y"        TO WS-FULL-WARNED
                   END-IF
               END-IF
           END-IF

           IF WS-MATCH-IX > ZERO
               ADD WS-CHARGE-RUNS      TO WS-UNO-RUNS(WS-MATCH-IX)
               ADD WS-CHARGE-ELAPSED   TO WS-UNO-ELAPSED(WS-MATCH-IX)
               ADD WS-CHARGE-ROWS      TO WS-UNO-ROWS(WS-MATCH-IX)
               ADD WS-CHARGE-SLOW      TO WS-UNO-SLOW(WS-MATCH-IX)
               ADD WS-CHARGE-PARSES    TO WS-UNO-PARSES(WS-MATCH-IX)
               ADD WS-CHARGE-EXECUTES
                   TO WS-UNO-EXECUTES(WS-MATCH-IX)
           END-IF.

       WRITE-DEPT-PARA.
           MOVE "DEPT    "            TO CBK-KIND
           MOVE WS-TARGET-MONTH       TO CBK-MONTH
           MOVE WS-DEPT-ID(WS-IX)     TO CBK-KEY-1
           MOVE WS-DEPT-COST-CENTRE(WS-IX)  TO CBK-KEY-2
           MOVE WS-DEPT-RUNS(WS-IX)   TO CBK-RUNS
           MOVE WS-DEPT-ELAPSED(WS-IX)   TO CBK-ELAPSED
           MOVE WS-DEPT-ROWS(WS-IX)   TO CBK-ROWS
           MOVE WS-DEPT-SLOW(WS-IX)   TO CBK-SLOW
           MOVE WS-DEPT-PARSES(WS-IX)    TO CBK-PARSES
           MOVE WS-DEPT-EXECUTES(WS-IX)  TO CBK-EXECUTES
           MOVE WS-DEPT-NAME(WS-IX)   TO CBK-DEPT-NAME
           MOVE ZERO                  TO WS-SHARE
           IF WS-TOTAL-ELAPSED > ZERO
               COMPUTE WS-SHARE ROUNDED =
                   WS-DEPT-ELAPSED(WS-IX) * 100 / WS-TOTAL-ELAPSED
           END-IF
           MOVE WS-SHARE              TO CBK-SHARE

           WRITE CHARGEBACK-LINE FROM CHARGEBACK-RECORD

           DISPLAY CBK-KEY-1 " CHRGBACK: " CBK-RUNS " run(s), "
               CBK-ELAPSED " second(s), " CBK-SHARE " pct"
               UPON CONSOLE.

       WRITE-UNOWNED-PARA.
           MOVE "UNOWNED "            TO CBK-KIND
           MOVE WS-TARGET-MONTH       TO CBK-MONTH
           MOVE WS-UNO-PROGRAM(WS-IX) TO CBK-KEY-1
           MOVE WS-UNO-JOB(WS-IX)     TO CBK-KEY-2
           MOVE WS-UNO-RUNS(WS-IX)    TO CBK-RUNS
           MOVE WS-UNO-ELAPSED(WS-IX) TO CBK-ELAPSED
           MOVE WS-UNO-ROWS(WS-IX)    TO CBK-ROWS
           MOVE WS-UNO-SLOW(WS-IX)    TO CBK-SLOW
           MOVE WS-UNO-PARSES(WS-IX)  TO CBK-PARSES
           MOVE WS-UNO-EXECUTES(WS-IX)   TO CBK-EXECUTES
           MOVE SPACES                TO CBK-DEPT-NAME
           MOVE ZERO                  TO WS-SHARE
           IF WS-TOTAL-ELAPSED > ZERO
               COMPUTE WS-SHARE ROUNDED =
                   WS-UNO-ELAPSED(WS-IX) * 100 / WS-TOTAL-ELAPSED
           END-IF
           MOVE WS-SHARE              TO CBK-SHARE

           WRITE CHARGEBACK-LINE FROM CHARGEBACK-RECORD

           DISPLAY CBK-KEY-1 " CHRGBACK WARNING: job " CBK-KEY-2
               " has no owner in JOBOWNR.DAT" UPON CONSOLE.

       WRITE-TOTAL-PARA.
           MOVE "TOTAL   "            TO CBK-KIND
           MOVE WS-TARGET-MONTH       TO CBK-MONTH
           MOVE SPACES                TO CBK-KEY-1
           MOVE SPACES                TO CBK-KEY-2
           MOVE WS-TOTAL-RUNS         TO CBK-RUNS
           MOVE WS-TOTAL-ELAPSED      TO CBK-ELAPSED
           MOVE WS-TOTAL-ROWS         TO CBK-ROWS
           MOVE WS-TOTAL-SLOW         TO CBK-SLOW
           MOVE WS-TOTAL-PARSES       TO CBK-PARSES
           MOVE WS-TOTAL-EXECUTES     TO CBK-EXECUTES
           MOVE SPACES                TO CBK-DEPT-NAME
           IF WS-TOTAL-ELAPSED > ZERO
               MOVE 100                TO CBK-SHARE
           ELSE
               MOVE ZERO               TO CBK-SHARE
           END-IF

           WRITE CHARGEBACK-LINE FROM CHARGEBACK-RECORD.
