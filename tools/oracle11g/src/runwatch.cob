      ***************************************************************
      *                                                             *
      *               R  U  N  W  A  T  C  H                        *
      *                                                             *
      *  Missing-run watchdog. The JOBREG ledger and INFLIGHT.DAT   *
      *  only know about jobs that ran; a job the scheduler         *
      *  dropped, or one an operator held and forgot, left no trace *
      *  anywhere in the toolkit and was first noticed by the       *
      *  business. RUNSCHED.DAT (runsched.cob) lists each           *
      *  program/job pair that is expected to run, the days it is   *
      *  due -- every business day, marked weekdays, month-end or   *
      *  the Nth business day, resolved through BIZCAL -- and the   *
      *  latest time it may start. Run after the batch window, this *
      *  takes the run date from the console (blank for today; give *
      *  the business date when the window crossed midnight) and    *
      *  lists every pair due that day whose latest start has       *
      *  passed with no ledger row started that day and no          *
      *  INFLIGHT.DAT row. The ledger is probed by key for each due *
      *  pair and that date, not read end to end.                   *
      *                                                             *
      *  Each missed run is appended to OPENINC.DAT (openinlg.cob)  *
      *  as an incident with the shop-reserved SQLCODE -20996       *
      *  ("expected job never started") and OIN-JOB-ID set, so      *
      *  NTFYDSP pages for it like any other incident. ERRESCAL     *
      *  rebuilds OPENINC.DAT from scratch, so the watchdog runs    *
      *  after ERRESCAL and before NTFYDSP; a missed run already in *
      *  the file for that date is not written twice, so the        *
      *  watchdog can be rerun in the same cycle.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Probe the keyed JOBREG ledger     *
      *              (JOBLEDG.DAT) for each due pair's first run on *
      *              the date instead of reading the whole history. *
      *   sysmaint   2026/10/15 - Blank the new OIN-RULE-ID on each *
      *              missed-run incident; the record is also the    *
      *              scan's READ INTO target.                       *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNWATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-SCHEDULE-FILE
               ASSIGN TO "RUNSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT IN-FLIGHT-FILE
               ASSIGN TO "INFLIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INFLIGHT-STATUS.

           SELECT OPTIONAL OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SCHEDULE-FILE.
       01  RUN-SCHEDULE-LINE         PIC X(63).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  IN-FLIGHT-FILE.
       01  IN-FLIGHT-LINE            PIC X(44).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RUNSCHED.
       COPY JOBREGLG.
       COPY INFLGLG.
       COPY OPENINLG.

       01  WS-SCHEDULE-STATUS        PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-INFLIGHT-STATUS        PIC X(2).
       01  WS-INCIDENT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).

       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-NOW-HHMM               PIC 9(4).
       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-INTEGER            PIC S9(9) COMP.
       01  WS-WEEKDAY-NR             PIC S9(4) COMP.
       01  WS-RUN-IS-BIZ             PIC X(1).
       01  WS-RUN-EOM                PIC X(8).
       01  WS-RUN-BDAY-NR            PIC S9(9) COMP.
       01  WS-MONTH-START            PIC X(8).
       01  WS-MONTH-START-NUM        PIC 9(8).
       01  WS-DAY-BEFORE-MONTH       PIC X(8).
       01  WS-DAY-BEFORE-NUM         PIC 9(8).

       01  WS-CAL-FUNCTION           PIC X(5).
       01  WS-CAL-DATE-1             PIC X(8).
       01  WS-CAL-DATE-2             PIC X(8).
       01  WS-CAL-COUNT              PIC S9(9) COMP.
       01  WS-CAL-FLAG               PIC X(1).

       01  WS-MAX-EXPECTED           PIC S9(9) COMP VALUE 200.
       01  WS-EXPECTED-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-EXPECTED-TABLE.
           05  WS-EXP-ENTRY          OCCURS 200 TIMES.
               10  WS-EXP-PROGRAM-ID     PIC X(8).
               10  WS-EXP-JOB-ID         PIC X(8).
               10  WS-EXP-LATEST-START   PIC 9(4).
               10  WS-EXP-DESCRIPTION    PIC X(30).
               10  WS-EXP-STARTED        PIC X(1).
               10  WS-EXP-RAISED         PIC X(1).

       01  WS-IS-DUE                 PIC X(1).
       01  WS-DUE-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-PENDING-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-MISSED-COUNT           PIC S9(9) COMP VALUE ZERO.
       01  WS-INCIDENT-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-OVERFLOW               PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW
           MOVE WS-NOW(1:4)           TO WS-NOW-HHMM

           DISPLAY "RUNWATCH: enter run date YYYYMMDD (blank for "
               "today)" UPON CONSOLE
           ACCEPT WS-RUN-DATE FROM CONSOLE
           IF WS-RUN-DATE = SPACES
               MOVE WS-TODAY          TO WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-RUN-DATE)) NOT = ZERO
               DISPLAY "RUNWATCH: " WS-RUN-DATE " is not a valid "
                   "date -- nothing checked" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-CALENDAR-PARA
           PERFORM LOAD-SCHEDULE-PARA
           IF WS-OVERFLOW = "Y"
               DISPLAY "RUNWATCH WARNING: more than " WS-MAX-EXPECTED
                   " pairs due on " WS-RUN-DATE " -- the rest were "
                   "not checked" UPON CONSOLE
           END-IF

           IF WS-EXPECTED-COUNT > ZERO
               PERFORM SCAN-LEDGER-PARA
               PERFORM SCAN-IN-FLIGHT-PARA
               PERFORM SCAN-INCIDENTS-PARA
               PERFORM RAISE-MISSED-PARA
           END-IF

           DISPLAY "RUNWATCH " WS-RUN-DATE ": " WS-DUE-COUNT
               " run(s) due, " WS-PENDING-COUNT " not yet past "
               "their latest start, " WS-MISSED-COUNT " missed, "
               WS-INCIDENT-COUNT " new incident(s)" UPON CONSOLE

           STOP RUN.

      *---------------------------------------------------------------
      *    Everything the schedule rules ask about the run date,
      *    worked out once: business day or not, the weekday (1 is
      *    Monday, the BIZCAL day numbering), the month's last
      *    business day and which business day of the month it is.
      *---------------------------------------------------------------
       RESOLVE-CALENDAR-PARA.
           COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-DATE))
           COMPUTE WS-WEEKDAY-NR = FUNCTION REM(WS-RUN-INTEGER, 7)
           IF WS-WEEKDAY-NR = ZERO
               MOVE 7                 TO WS-WEEKDAY-NR
           END-IF

           MOVE "ISBIZ"               TO WS-CAL-FUNCTION
           MOVE WS-RUN-DATE           TO WS-CAL-DATE-1
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-FLAG           TO WS-RUN-IS-BIZ

           MOVE "EOM  "               TO WS-CAL-FUNCTION
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-DATE-2         TO WS-RUN-EOM

      * "BETWN" counts the business days after the day before the
      * 1st, up to and including the run date.
           MOVE WS-RUN-DATE           TO WS-MONTH-START
           MOVE "01"                  TO WS-MONTH-START(7:2)
           MOVE WS-MONTH-START        TO WS-MONTH-START-NUM
           COMPUTE WS-DAY-BEFORE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM) - 1)
           MOVE WS-DAY-BEFORE-NUM     TO WS-DAY-BEFORE-MONTH
           MOVE "BETWN"               TO WS-CAL-FUNCTION
           MOVE WS-DAY-BEFORE-MONTH   TO WS-CAL-DATE-1
           MOVE WS-RUN-DATE           TO WS-CAL-DATE-2
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-COUNT          TO WS-RUN-BDAY-NR.

      * Only the pairs due on the run date are kept. A pair whose
      * latest start is still ahead today is counted as pending and
      * left for a later watchdog run.
       LOAD-SCHEDULE-PARA.
           OPEN INPUT RUN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "RUNWATCH: no RUNSCHED.DAT -- nothing checked"
                   UPON CONSOLE
           ELSE
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RUN-SCHEDULE-FILE INTO RUN-SCHEDULE-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM CHECK-DUE-PARA
                   END-READ
               END-PERFORM
               CLOSE RUN-SCHEDULE-FILE
           END-IF.

       CHECK-DUE-PARA.
           MOVE "N"                   TO WS-IS-DUE
           EVALUATE RSC-RULE
               WHEN "BDAY"
                   MOVE WS-RUN-IS-BIZ  TO WS-IS-DUE
               WHEN "WDAY"
                   IF RSC-WEEKDAYS(WS-WEEKDAY-NR:1) = "Y"
                       MOVE "Y"        TO WS-IS-DUE
                   END-IF
               WHEN "MEND"
                   IF WS-RUN-IS-BIZ = "Y"
                       AND WS-RUN-EOM = WS-RUN-DATE
                       MOVE "Y"        TO WS-IS-DUE
                   END-IF
               WHEN "BDNN"
                   IF WS-RUN-IS-BIZ = "Y"
                       AND RSC-BDAY-NR = WS-RUN-BDAY-NR
                       MOVE "Y"        TO WS-IS-DUE
                   END-IF
               WHEN OTHER
                   DISPLAY "RUNWATCH WARNING: unknown rule "
                       RSC-RULE " for " RSC-PROGRAM-ID " "
                       RSC-JOB-ID " -- skipped" UPON CONSOLE
           END-EVALUATE

           IF WS-IS-DUE = "Y"
               ADD 1                  TO WS-DUE-COUNT
               IF WS-RUN-DATE = WS-TODAY
                   AND WS-NOW-HHMM <= RSC-LATEST-START
                   ADD 1              TO WS-PENDING-COUNT
               ELSE
                   PERFORM STORE-EXPECTED-PARA
               END-IF
           END-IF.

       STORE-EXPECTED-PARA.
           IF WS-EXPECTED-COUNT < WS-MAX-EXPECTED
               ADD 1                  TO WS-EXPECTED-COUNT
               MOVE RSC-PROGRAM-ID
                   TO WS-EXP-PROGRAM-ID(WS-EXPECTED-COUNT)
               MOVE RSC-JOB-ID
                   TO WS-EXP-JOB-ID(WS-EXPECTED-COUNT)
               MOVE RSC-LATEST-START
                   TO WS-EXP-LATEST-START(WS-EXPECTED-COUNT)
               MOVE RSC-DESCRIPTION
                   TO WS-EXP-DESCRIPTION(WS-EXPECTED-COUNT)
               MOVE "N"    TO WS-EXP-STARTED(WS-EXPECTED-COUNT)
               MOVE "N"    TO WS-EXP-RAISED(WS-EXPECTED-COUNT)
           ELSE
               MOVE "Y"               TO WS-OVERFLOW
           END-IF.

      * Any ledger row started on the run date counts, whatever its
      * end status -- a run that started and failed is SQLRCBRG's
      * and ERRESCAL's business, not a missed run.
       SCAN-LEDGER-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               PERFORM MARK-LEDGER-PARA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-EXPECTED-COUNT
               CLOSE JOB-REGISTRY-FILE
           END-IF.

      * The first key at or after the pair's run date at midnight is
      * the pair's first run that day, if it has one.
       MARK-LEDGER-PARA.
           MOVE WS-EXP-PROGRAM-ID(WS-IX)  TO JRK-PROGRAM-ID
           MOVE WS-EXP-JOB-ID(WS-IX)  TO JRK-JOB-ID
           MOVE WS-RUN-DATE           TO JRK-START-DATE
           MOVE ZERO                  TO JRK-START-TIME
           START JOB-REGISTRY-FILE
               KEY IS NOT LESS THAN JRK-LEDGER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JBR-PROGRAM-ID = WS-EXP-PROGRAM-ID(WS-IX)
                               AND JBR-JOB-ID = WS-EXP-JOB-ID(WS-IX)
                               AND JBR-START-DATE = WS-RUN-DATE
                               MOVE "Y"
                                   TO WS-EXP-STARTED(WS-IX)
                           END-IF
                   END-READ
           END-START.

      * A run still in flight has started, whenever it started.
       SCAN-IN-FLIGHT-PARA.
           OPEN INPUT IN-FLIGHT-FILE
           IF WS-INFLIGHT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ IN-FLIGHT-FILE INTO IN-FLIGHT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM MARK-IN-FLIGHT-PARA
                               VARYING WS-IX FROM 1 BY 1
                               UNTIL WS-IX > WS-EXPECTED-COUNT
                   END-READ
               END-PERFORM
               CLOSE IN-FLIGHT-FILE
           END-IF.

       MARK-IN-FLIGHT-PARA.
           IF WS-EXP-PROGRAM-ID(WS-IX) = IFR-PROGRAM-ID
               AND WS-EXP-JOB-ID(WS-IX) = IFR-JOB-ID
               MOVE "Y"               TO WS-EXP-STARTED(WS-IX)
           END-IF.

      * A missed run this cycle already raised (an earlier watchdog
      * run since ERRESCAL last rebuilt the file) is not raised
      * again.
       SCAN-INCIDENTS-PARA.
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF OIN-SQLCODE = -20996
                               AND OIN-FIRST-DATE = WS-RUN-DATE
                               PERFORM MARK-RAISED-PARA
                                   VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX > WS-EXPECTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INCIDENT-FILE
           END-IF.

       MARK-RAISED-PARA.
           IF WS-EXP-PROGRAM-ID(WS-IX) = OIN-PROGRAM-ID
               AND WS-EXP-JOB-ID(WS-IX) = OIN-JOB-ID
               MOVE "Y"               TO WS-EXP-RAISED(WS-IX)
           END-IF.

       RAISE-MISSED-PARA.
           OPEN EXTEND OPEN-INCIDENT-FILE
           PERFORM RAISE-ONE-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-EXPECTED-COUNT
           CLOSE OPEN-INCIDENT-FILE.

      * -20996 is the shop-reserved "expected job never started"
      * code, outside Oracle's range like -20999.
       RAISE-ONE-PARA.
           IF WS-EXP-STARTED(WS-IX) = "N"
               ADD 1                  TO WS-MISSED-COUNT
               DISPLAY WS-EXP-PROGRAM-ID(WS-IX)
                   " RUNWATCH WARNING: job " WS-EXP-JOB-ID(WS-IX)
                   " due " WS-RUN-DATE " by "
                   WS-EXP-LATEST-START(WS-IX) " never started -- "
                   WS-EXP-DESCRIPTION(WS-IX) UPON CONSOLE
               IF WS-EXP-RAISED(WS-IX) = "N"
                   MOVE WS-EXP-PROGRAM-ID(WS-IX)  TO OIN-PROGRAM-ID
                   MOVE -20996        TO OIN-SQLCODE
                   MOVE WS-RUN-DATE   TO OIN-FIRST-DATE
                   MOVE WS-RUN-DATE   TO OIN-LAST-DATE
                   MOVE 1             TO OIN-OCCURRENCES
                   MOVE WS-TODAY      TO OIN-RAISED-DATE
                   MOVE WS-NOW        TO OIN-RAISED-TIME
                   MOVE WS-EXP-JOB-ID(WS-IX)  TO OIN-JOB-ID
                   MOVE SPACES        TO OIN-RULE-ID
                   WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD
                   ADD 1              TO WS-INCIDENT-COUNT
               END-IF
           END-IF.
