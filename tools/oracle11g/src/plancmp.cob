      ***************************************************************
      *                                                             *
      *               P  L  A  N  C  M  P                           *
      *                                                             *
      *  Plan-change detection for slow statements. PLANCAP         *
      *  captures the plan of each statement SQLTIMER logged as     *
      *  slow into PLANLOG.DAT (planlog.cob); this job holds those  *
      *  captures against each statement's last known-good plan in  *
      *  PLANBASE.DAT (the same layout, one plan per statement      *
      *  key). The console answer picks the mode:                   *
      *    "C" - compare, run nightly after PLANCAP and after       *
      *          ERRESCAL: for a date (blank for today) every       *
      *          statement captured that day is written to          *
      *          PLANCMP.<date>.DAT as                              *
      *          "NEW     " - no known-good plan yet; the capture   *
      *            becomes it;                                      *
      *          "SAME    " - the signature matches the known-good  *
      *            plan;                                            *
      *          "CHANGED " - it differs, followed by the old and   *
      *            new plan steps side by side, a "*" marking each  *
      *            step that differs.                               *
      *          A changed plan on a statement whose slow time is   *
      *          over its caller's SLOWPARM.DAT threshold (the      *
      *          caller's row, then "DEFAULT ", then SQLTIMER's     *
      *          built-in 30 seconds) is also marked "Y" in         *
      *          PCR-INCIDENT, and each such caller is appended to  *
      *          OPENINC.DAT (openinlg.cob) with the shop-reserved  *
      *          SQLCODE -20991 ("execution plan changed on a slow  *
      *          statement") and OIN-OCCURRENCES the statements     *
      *          concerned, once per caller and day, for NTFYDSP to *
      *          page. RETURN-CODE is 4 when any plan changed.      *
      *    "A" - accept: once the DBAs are satisfied with a changed *
      *          plan, the statement key's latest capture in        *
      *          PLANLOG.DAT replaces its known-good plan, copied   *
      *          through PLANBASE.TMP (the LOGVALID rewrite). The   *
      *          operator signs through OPAUDIT first and the       *
      *          replacement is audited with both statement rows.   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLANCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-LOG-FILE
               ASSIGN TO "PLANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT OPTIONAL PLAN-BASE-FILE
               ASSIGN TO "PLANBASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT PLAN-BASE-TEMP-FILE
               ASSIGN TO "PLANBASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.

           SELECT SLOW-PARM-FILE
               ASSIGN TO "SLOWPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PLAN-COMPARE-FILE
               ASSIGN TO WS-COMPARE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-LOG-FILE.
       01  PLAN-LOG-LINE             PIC X(137).

       FD  PLAN-BASE-FILE.
       01  PLAN-BASE-LINE            PIC X(137).

       FD  PLAN-BASE-TEMP-FILE.
       01  PLAN-BASE-TEMP-LINE       PIC X(137).

       FD  SLOW-PARM-FILE.
       01  SLOW-PARM-LINE            PIC X(20).

       FD  PLAN-COMPARE-FILE.
       01  PLAN-COMPARE-LINE         PIC X(160).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PLANLOG.
       COPY OPENINLG.

       01  SLOW-PARM-RECORD.
           05  SLP-JOB-ID            PIC X(8).
           05  SLP-THRESHOLD         PIC S9(9).

       01  WS-PLAN-STATUS            PIC X(2).
       01  WS-BASE-STATUS            PIC X(2).
       01  WS-TEMP-STATUS            PIC X(2).
       01  WS-PARM-STATUS            PIC X(2).
       01  WS-INCIDENT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-SCAN-AT-END            PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "PLANCMP ".
       01  WS-CHOICE                 PIC X(1).
       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-COMPARE-DATE           PIC X(8).
       01  WS-ACCEPT-KEY             PIC X(10).
       01  WS-COMPARE-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "PLANCMP.".
           05  WS-COMPARE-FILE-DATE  PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

      * SLOWPARM.DAT thresholds, hundredths of a second, the SQLTIMER
      * lookup: caller row, then DEFAULT, then 30 seconds.
       01  WS-PARM-SIZE              PIC S9(9) COMP VALUE 200.
       01  WS-PARM-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-PARM-IX                PIC S9(9) COMP.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY         OCCURS 200 TIMES.
               10  WS-PARM-JOB-ID        PIC X(8).
               10  WS-PARM-THRESHOLD     PIC S9(9) COMP.
       01  WS-BUILTIN-THRESHOLD      PIC S9(9) COMP VALUE 3000.
       01  WS-DEF-THRESHOLD          PIC S9(9) COMP VALUE ZERO.
       01  WS-THRESHOLD              PIC S9(9) COMP.

      * Known-good signature per statement key.
       01  WS-BASE-SIZE              PIC S9(9) COMP VALUE 1000.
       01  WS-BASE-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-BASE-IX                PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-BASE-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY         OCCURS 1000 TIMES.
               10  WS-BASE-KEY           PIC 9(10).
               10  WS-BASE-SIGNATURE     PIC 9(10).

      * The capture in hand (the day's, or the accepted one) and
      * the known-good plan it is held against.
       01  WS-CAPTURE-ACTIVE         PIC X(1) VALUE "N".
       01  WS-NEW-HEADER             PIC X(137).
       01  WS-OLD-HEADER             PIC X(137).
       01  WS-STEP-SIZE              PIC S9(9) COMP VALUE 99.
       01  WS-NEW-STEP-COUNT         PIC S9(9) COMP.
       01  WS-OLD-STEP-COUNT         PIC S9(9) COMP.
       01  WS-STEP-IX                PIC S9(9) COMP.
       01  WS-STEP-LIMIT             PIC S9(9) COMP.
       01  WS-NEW-STEP-TABLE.
           05  WS-NEW-STEP           OCCURS 99 TIMES PIC X(70).
       01  WS-OLD-STEP-TABLE.
           05  WS-OLD-STEP           OCCURS 99 TIMES PIC X(70).

      * Callers with a changed plan on a slow statement today.
       01  WS-RAISE-SIZE             PIC S9(9) COMP VALUE 100.
       01  WS-RAISE-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-RAISE-IX               PIC S9(9) COMP.
       01  WS-RAISE-TABLE.
           05  WS-RAISE-ENTRY        OCCURS 100 TIMES.
               10  WS-RAISE-CALLER-ID    PIC X(8).
               10  WS-RAISE-STATEMENTS   PIC S9(9) COMP.
       01  WS-ALREADY-RAISED         PIC X(1).

       01  WS-NEW-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-SAME-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-CHANGED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-INCIDENT-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-KEPT-COUNT             PIC S9(9) COMP VALUE ZERO.

       01  PLAN-COMPARE-RECORD.
           05  PCR-KIND              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-STMT-KEY          PIC 9(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-CALLER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-ENGINE-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-ELAPSED           PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-THRESHOLD         PIC 9(9).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-OLD-SIGNATURE     PIC 9(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-NEW-SIGNATURE     PIC 9(10).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-INCIDENT          PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PCR-STMT-TEXT         PIC X(70).

       01  PLAN-STEP-PAIR-RECORD.
           05  FILLER                PIC X(8)  VALUE "  STEP  ".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PSP-STEP-NR           PIC 9(4).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PSP-DIFFERS           PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  PSP-OLD-TEXT          PIC X(70).
           05  FILLER                PIC X(3)  VALUE " | ".
           05  PSP-NEW-TEXT          PIC X(70).

       COPY OPAUDLG.
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           DISPLAY "PLANCMP: C = compare a day's plans with the "
               "known-good plans, A = accept a statement's latest "
               "plan as known-good" UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE

           EVALUATE WS-CHOICE
               WHEN "C"
                   PERFORM COMPARE-PARA
               WHEN "A"
                   PERFORM ACCEPT-PLAN-PARA
               WHEN OTHER
                   DISPLAY "PLANCMP: answer C or A -- nothing done"
                       UPON CONSOLE
                   MOVE 8             TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       COMPARE-PARA.
           DISPLAY "PLANCMP: enter capture date YYYYMMDD (blank for "
               "today)" UPON CONSOLE
           ACCEPT WS-COMPARE-DATE FROM CONSOLE
           IF WS-COMPARE-DATE = SPACES
               MOVE WS-TODAY          TO WS-COMPARE-DATE
           END-IF
           IF WS-COMPARE-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-COMPARE-DATE)) NOT = ZERO
               DISPLAY "PLANCMP: " WS-COMPARE-DATE " is not a valid "
                   "date -- nothing compared" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-COMPARE-DATE       TO WS-COMPARE-FILE-DATE

           PERFORM LOAD-THRESHOLDS-PARA
           PERFORM LOAD-BASELINE-PARA
           IF WS-BASE-OVERFLOW = "Y"
               DISPLAY "PLANCMP WARNING: more than " WS-BASE-SIZE
                   " known-good plans -- the rest read as NEW"
                   UPON CONSOLE
           END-IF

           OPEN OUTPUT PLAN-COMPARE-FILE
           OPEN INPUT PLAN-LOG-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-LOG-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM COMPARE-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE PLAN-LOG-FILE
           END-IF
           PERFORM FINISH-CAPTURE-PARA
           CLOSE PLAN-COMPARE-FILE

           PERFORM RAISE-INCIDENTS-PARA
               VARYING WS-RAISE-IX FROM 1 BY 1
               UNTIL WS-RAISE-IX > WS-RAISE-COUNT

           DISPLAY "PLANCMP " WS-COMPARE-DATE ": " WS-NEW-COUNT
               " new, " WS-SAME-COUNT " unchanged, " WS-CHANGED-COUNT
               " changed plan(s), " WS-INCIDENT-COUNT
               " new incident(s) -- see " WS-COMPARE-FILE-NAME
               UPON CONSOLE

           IF WS-CHANGED-COUNT > ZERO
               MOVE 4                 TO RETURN-CODE
           END-IF.

       LOAD-THRESHOLDS-PARA.
           OPEN INPUT SLOW-PARM-FILE
           IF WS-PARM-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ SLOW-PARM-FILE INTO SLOW-PARM-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF SLP-JOB-ID = "DEFAULT "
                               MOVE SLP-THRESHOLD
                                   TO WS-DEF-THRESHOLD
                           ELSE
                               IF WS-PARM-COUNT < WS-PARM-SIZE
                                   ADD 1 TO WS-PARM-COUNT
                                   MOVE SLP-JOB-ID TO
                                       WS-PARM-JOB-ID(WS-PARM-COUNT)
                                   MOVE SLP-THRESHOLD TO
                                       WS-PARM-THRESHOLD(WS-PARM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLOW-PARM-FILE
           END-IF.

       LOAD-BASELINE-PARA.
           OPEN INPUT PLAN-BASE-FILE
           IF WS-BASE-STATUS = "00" OR WS-BASE-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-BASE-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF PLN-STEP-NR = ZERO
                               PERFORM KEEP-BASELINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-BASE-FILE
           END-IF.

       KEEP-BASELINE-PARA.
           IF WS-BASE-COUNT < WS-BASE-SIZE
               ADD 1                  TO WS-BASE-COUNT
               MOVE PLN-STMT-KEY      TO WS-BASE-KEY(WS-BASE-COUNT)
               MOVE PLN-SIGNATURE
                   TO WS-BASE-SIGNATURE(WS-BASE-COUNT)
           ELSE
               MOVE "Y"               TO WS-BASE-OVERFLOW
           END-IF.

      * A capture is its statement row and the step rows after it;
      * it is judged once the next statement row (or end of file)
      * shows it is complete.
       COMPARE-ROW-PARA.
           IF PLN-STEP-NR = ZERO
               PERFORM FINISH-CAPTURE-PARA
               MOVE PLAN-LOG-LINE     TO PLAN-LOG-RECORD
               IF PLN-DATE = WS-COMPARE-DATE
                   MOVE "Y"           TO WS-CAPTURE-ACTIVE
                   MOVE PLAN-LOG-RECORD  TO WS-NEW-HEADER
                   MOVE ZERO          TO WS-NEW-STEP-COUNT
               END-IF
           ELSE
               IF WS-CAPTURE-ACTIVE = "Y"
                   AND WS-NEW-STEP-COUNT < WS-STEP-SIZE
                   ADD 1              TO WS-NEW-STEP-COUNT
                   MOVE PLN-STEP-TEXT
                       TO WS-NEW-STEP(WS-NEW-STEP-COUNT)
               END-IF
           END-IF.

       FINISH-CAPTURE-PARA.
           IF WS-CAPTURE-ACTIVE = "Y"
               MOVE "N"               TO WS-CAPTURE-ACTIVE
               MOVE WS-NEW-HEADER     TO PLAN-LOG-RECORD
               PERFORM FIND-THRESHOLD-PARA

               MOVE ZERO              TO WS-MATCH-IX
               PERFORM VARYING WS-BASE-IX FROM 1 BY 1
                       UNTIL WS-BASE-IX > WS-BASE-COUNT
                   IF WS-BASE-KEY(WS-BASE-IX) = PLN-STMT-KEY
                       MOVE WS-BASE-IX  TO WS-MATCH-IX
                   END-IF
               END-PERFORM

               MOVE PLN-STMT-KEY      TO PCR-STMT-KEY
               MOVE PLN-CALLER-ID     TO PCR-CALLER-ID
               MOVE PLN-ENGINE-ID     TO PCR-ENGINE-ID
               MOVE PLN-ELAPSED-HUNDREDTHS  TO PCR-ELAPSED
               MOVE WS-THRESHOLD      TO PCR-THRESHOLD
               MOVE PLN-SIGNATURE     TO PCR-NEW-SIGNATURE
               MOVE "N"               TO PCR-INCIDENT
               MOVE PLN-STEP-TEXT     TO PCR-STMT-TEXT

               EVALUATE TRUE
                   WHEN WS-MATCH-IX = ZERO
                       ADD 1          TO WS-NEW-COUNT
                       MOVE "NEW     " TO PCR-KIND
                       MOVE ZERO      TO PCR-OLD-SIGNATURE
                       WRITE PLAN-COMPARE-LINE FROM PLAN-COMPARE-RECORD
                       PERFORM ADD-BASELINE-PARA
                   WHEN WS-BASE-SIGNATURE(WS-MATCH-IX) = PLN-SIGNATURE
                       ADD 1          TO WS-SAME-COUNT
                       MOVE "SAME    " TO PCR-KIND
                       MOVE PLN-SIGNATURE  TO PCR-OLD-SIGNATURE
                       WRITE PLAN-COMPARE-LINE FROM PLAN-COMPARE-RECORD
                   WHEN OTHER
                       PERFORM REPORT-CHANGE-PARA
               END-EVALUATE
           END-IF.

       FIND-THRESHOLD-PARA.
           MOVE ZERO                  TO WS-THRESHOLD
           PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                   UNTIL WS-PARM-IX > WS-PARM-COUNT
               IF WS-PARM-JOB-ID(WS-PARM-IX) = PLN-CALLER-ID
                   MOVE WS-PARM-THRESHOLD(WS-PARM-IX)  TO WS-THRESHOLD
               END-IF
           END-PERFORM
           IF WS-THRESHOLD NOT > ZERO
               IF WS-DEF-THRESHOLD > ZERO
                   MOVE WS-DEF-THRESHOLD  TO WS-THRESHOLD
               ELSE
                   MOVE WS-BUILTIN-THRESHOLD  TO WS-THRESHOLD
               END-IF
           END-IF.

      * The first plan seen for a statement is its known-good plan
      * until one is accepted over it.
       ADD-BASELINE-PARA.
           OPEN EXTEND PLAN-BASE-FILE
           WRITE PLAN-BASE-LINE FROM WS-NEW-HEADER
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-NEW-STEP-COUNT
               MOVE WS-NEW-HEADER     TO PLAN-LOG-RECORD
               MOVE WS-STEP-IX        TO PLN-STEP-NR
               MOVE WS-NEW-STEP(WS-STEP-IX)  TO PLN-STEP-TEXT
               WRITE PLAN-BASE-LINE FROM PLAN-LOG-RECORD
           END-PERFORM
           CLOSE PLAN-BASE-FILE
           MOVE WS-NEW-HEADER         TO PLAN-LOG-RECORD
           PERFORM KEEP-BASELINE-PARA.

       REPORT-CHANGE-PARA.
           ADD 1                      TO WS-CHANGED-COUNT
           MOVE "CHANGED "            TO PCR-KIND
           MOVE WS-BASE-SIGNATURE(WS-MATCH-IX)  TO PCR-OLD-SIGNATURE
           IF PLN-ELAPSED-HUNDREDTHS > WS-THRESHOLD
               MOVE "Y"               TO PCR-INCIDENT
               PERFORM TALLY-CALLER-PARA
           END-IF
           WRITE PLAN-COMPARE-LINE FROM PLAN-COMPARE-RECORD

           PERFORM LOAD-OLD-STEPS-PARA
           MOVE WS-OLD-STEP-COUNT     TO WS-STEP-LIMIT
           IF WS-NEW-STEP-COUNT > WS-STEP-LIMIT
               MOVE WS-NEW-STEP-COUNT TO WS-STEP-LIMIT
           END-IF
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-LIMIT
               MOVE WS-STEP-IX        TO PSP-STEP-NR
               MOVE SPACES            TO PSP-OLD-TEXT
               MOVE SPACES            TO PSP-NEW-TEXT
               IF WS-STEP-IX <= WS-OLD-STEP-COUNT
                   MOVE WS-OLD-STEP(WS-STEP-IX)  TO PSP-OLD-TEXT
               END-IF
               IF WS-STEP-IX <= WS-NEW-STEP-COUNT
                   MOVE WS-NEW-STEP(WS-STEP-IX)  TO PSP-NEW-TEXT
               END-IF
               IF PSP-OLD-TEXT = PSP-NEW-TEXT
                   MOVE SPACE         TO PSP-DIFFERS
               ELSE
                   MOVE "*"           TO PSP-DIFFERS
               END-IF
               WRITE PLAN-COMPARE-LINE FROM PLAN-STEP-PAIR-RECORD
           END-PERFORM.

      * PLANBASE.DAT holds one plan per statement key, so the rows
      * after its statement row are the known-good steps.
       LOAD-OLD-STEPS-PARA.
           MOVE ZERO                  TO WS-OLD-STEP-COUNT
           OPEN INPUT PLAN-BASE-FILE
           IF WS-BASE-STATUS = "00"
               MOVE "N"               TO WS-SCAN-AT-END
               PERFORM UNTIL WS-SCAN-AT-END = "Y"
                   READ PLAN-BASE-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-SCAN-AT-END
                       NOT AT END
                           IF PLN-STMT-KEY = PCR-STMT-KEY
                               AND PLN-STEP-NR > ZERO
                               AND WS-OLD-STEP-COUNT < WS-STEP-SIZE
                               ADD 1   TO WS-OLD-STEP-COUNT
                               MOVE PLN-STEP-TEXT
                                   TO WS-OLD-STEP(WS-OLD-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-BASE-FILE
           END-IF.

       TALLY-CALLER-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           PERFORM VARYING WS-RAISE-IX FROM 1 BY 1
                   UNTIL WS-RAISE-IX > WS-RAISE-COUNT
               IF WS-RAISE-CALLER-ID(WS-RAISE-IX) = PLN-CALLER-ID
                   MOVE WS-RAISE-IX   TO WS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MATCH-IX = ZERO AND WS-RAISE-COUNT < WS-RAISE-SIZE
               ADD 1                  TO WS-RAISE-COUNT
               MOVE WS-RAISE-COUNT    TO WS-MATCH-IX
               MOVE PLN-CALLER-ID
                   TO WS-RAISE-CALLER-ID(WS-MATCH-IX)
               MOVE ZERO
                   TO WS-RAISE-STATEMENTS(WS-MATCH-IX)
           END-IF
           IF WS-MATCH-IX > ZERO
               ADD 1
                   TO WS-RAISE-STATEMENTS(WS-MATCH-IX)
           END-IF.

      * -20991 is the shop-reserved "execution plan changed on a slow
      * statement" code, outside Oracle's range like -20999; one
      * incident per caller and day, whoever raised it first.
       RAISE-INCIDENTS-PARA.
           MOVE "N"                   TO WS-ALREADY-RAISED
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00" OR WS-INCIDENT-STATUS = "05"
               MOVE "N"               TO WS-SCAN-AT-END
               PERFORM UNTIL WS-SCAN-AT-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-SCAN-AT-END
                       NOT AT END
                           IF OIN-PROGRAM-ID =
                                   WS-RAISE-CALLER-ID(WS-RAISE-IX)
                               AND OIN-SQLCODE = -20991
                               AND OIN-FIRST-DATE = WS-COMPARE-DATE
                               MOVE "Y"  TO WS-ALREADY-RAISED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INCIDENT-FILE
           END-IF

           IF WS-ALREADY-RAISED = "N"
               ADD 1                  TO WS-INCIDENT-COUNT
               OPEN EXTEND OPEN-INCIDENT-FILE
               MOVE WS-RAISE-CALLER-ID(WS-RAISE-IX)  TO OIN-PROGRAM-ID
               MOVE -20991            TO OIN-SQLCODE
               MOVE WS-COMPARE-DATE   TO OIN-FIRST-DATE
               MOVE WS-COMPARE-DATE   TO OIN-LAST-DATE
               MOVE WS-RAISE-STATEMENTS(WS-RAISE-IX)
                                      TO OIN-OCCURRENCES
               MOVE WS-TODAY          TO OIN-RAISED-DATE
               MOVE WS-NOW            TO OIN-RAISED-TIME
               MOVE SPACES            TO OIN-JOB-ID
               MOVE SPACES            TO OIN-RULE-ID
               WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD
               CLOSE OPEN-INCIDENT-FILE
               DISPLAY "PLANCMP WARNING: " OIN-PROGRAM-ID " has "
                   WS-RAISE-STATEMENTS(WS-RAISE-IX)
                   " slow statement(s) with a changed "
                   "plan -- raised as an incident" UPON CONSOLE
           END-IF.

       ACCEPT-PLAN-PARA.
           DISPLAY "PLANCMP: enter statement key to accept" UPON CONSOLE
           ACCEPT WS-ACCEPT-KEY FROM CONSOLE
           IF WS-ACCEPT-KEY IS NOT NUMERIC
               DISPLAY "PLANCMP: " WS-ACCEPT-KEY " is not a "
                   "statement key -- nothing accepted" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

      * The latest capture wins: each statement row for the key
      * starts the buffer again.
           OPEN INPUT PLAN-LOG-FILE
           IF WS-PLAN-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-LOG-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM ACCEPT-ROW-PARA
                   END-READ
               END-PERFORM
               CLOSE PLAN-LOG-FILE
           END-IF

           IF WS-CAPTURE-ACTIVE = "N"
               DISPLAY "PLANCMP: no capture of statement "
                   WS-ACCEPT-KEY " in PLANLOG.DAT -- nothing accepted"
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

           PERFORM SAVE-OTHER-PLANS-PARA
           PERFORM REWRITE-BASELINE-PARA
           PERFORM AUDIT-ACCEPT-PARA

           MOVE WS-NEW-HEADER         TO PLAN-LOG-RECORD
           DISPLAY "PLANCMP: statement " WS-ACCEPT-KEY " plan "
               PLN-SIGNATURE " captured " PLN-DATE
               " is now known-good, " WS-KEPT-COUNT
               " other plan row(s) kept" UPON CONSOLE.

       ACCEPT-ROW-PARA.
           IF PLN-STMT-KEY = WS-ACCEPT-KEY
               IF PLN-STEP-NR = ZERO
                   MOVE "Y"           TO WS-CAPTURE-ACTIVE
                   MOVE PLAN-LOG-RECORD  TO WS-NEW-HEADER
                   MOVE ZERO          TO WS-NEW-STEP-COUNT
               ELSE
                   IF WS-NEW-STEP-COUNT < WS-STEP-SIZE
                       ADD 1          TO WS-NEW-STEP-COUNT
                       MOVE PLN-STEP-TEXT
                           TO WS-NEW-STEP(WS-NEW-STEP-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Every other statement's plan goes to PLANBASE.TMP; the old
      * statement row of this one is kept for the audit record.
       SAVE-OTHER-PLANS-PARA.
           MOVE SPACES                TO WS-OLD-HEADER
           OPEN OUTPUT PLAN-BASE-TEMP-FILE
           OPEN INPUT PLAN-BASE-FILE
           IF WS-BASE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-BASE-FILE INTO PLAN-LOG-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF PLN-STMT-KEY = WS-ACCEPT-KEY
                               IF PLN-STEP-NR = ZERO
                                   MOVE PLAN-LOG-RECORD
                                       TO WS-OLD-HEADER
                               END-IF
                           ELSE
                               ADD 1   TO WS-KEPT-COUNT
                               WRITE PLAN-BASE-TEMP-LINE
                                   FROM PLAN-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PLAN-BASE-FILE
           CLOSE PLAN-BASE-TEMP-FILE.

       REWRITE-BASELINE-PARA.
           OPEN OUTPUT PLAN-BASE-FILE
           OPEN INPUT PLAN-BASE-TEMP-FILE
           IF WS-TEMP-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ PLAN-BASE-TEMP-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           WRITE PLAN-BASE-LINE
                               FROM PLAN-BASE-TEMP-LINE
                   END-READ
               END-PERFORM
               CLOSE PLAN-BASE-TEMP-FILE
           END-IF

           WRITE PLAN-BASE-LINE FROM WS-NEW-HEADER
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-NEW-STEP-COUNT
               MOVE WS-NEW-HEADER     TO PLAN-LOG-RECORD
               MOVE WS-STEP-IX        TO PLN-STEP-NR
               MOVE WS-NEW-STEP(WS-STEP-IX)  TO PLN-STEP-TEXT
               WRITE PLAN-BASE-LINE FROM PLAN-LOG-RECORD
           END-PERFORM
           CLOSE PLAN-BASE-FILE.

       AUDIT-ACCEPT-PARA.
           MOVE WS-NEW-HEADER         TO PLAN-LOG-RECORD
           MOVE "ACCEPT  "            TO OPA-ACTION
           MOVE PLN-CALLER-ID         TO OPA-PROGRAM-ID
           MOVE SPACES                TO OPA-JOB-ID
           MOVE SPACES                TO OPA-KEY
           STRING "PLANBASE.DAT "     DELIMITED SIZE
                  WS-ACCEPT-KEY       DELIMITED SIZE
               INTO OPA-KEY
           MOVE WS-OLD-HEADER         TO OPA-BEFORE-IMAGE
           MOVE WS-NEW-HEADER         TO OPA-AFTER-IMAGE
           MOVE "WRITE"               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.
