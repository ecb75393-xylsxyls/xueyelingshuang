      ***************************************************************
      *                                                             *
      *               C  L  O  S  E  B  R  D                        *
      *                                                             *
      *  Month-end close checklist and sign-off board. Month-end    *
      *  close ran from a paper checklist -- RECNSUM clean, every   *
      *  month-end extract ended in JOBREG and shipped by DLVRMGR,  *
      *  nothing left open in SQLDPEND.DAT, no incidents against    *
      *  the month-end jobs -- with the ticks and initials on       *
      *  paper. This program takes a month (YYYYMM), works out its  *
      *  close date (BIZCAL "EOM  "), evaluates the CLOSECTL.DAT    *
      *  checklist (closectl.cob) against the files as they stand   *
      *  and shows each item PASSED, FAILED or WAIVED with the      *
      *  evidence behind it:                                        *
      *                                                             *
      *    S - the board on the console                             *
      *    A - sign off or waive items: the controller picks an     *
      *        item, signs through OPAUDIT "SIGN " once a session   *
      *        and gives a comment for each action. A passed item   *
      *        can be signed off, a failed one waived, and either   *
      *        withdrawn. Each action is appended to CLOSESGN.DAT   *
      *        (closesgn.cob) and to the OPAUDIT.DAT trail.         *
      *    P - the checklist with its evidence, the standing        *
      *        sign-offs and every action taken on the month,       *
      *        written to CLOSERPT.<yyyymm>.DAT for the auditors    *
      *                                                             *
      *  A waived item stays WAIVED until the waiver is withdrawn.  *
      *  A sign-off only counts while its item still passes -- an   *
      *  item that fails after it was signed off shows FAILED. The  *
      *  month is CLOSED when every item is WAIVED or PASSED and    *
      *  signed off; with every item passed or waived but a         *
      *  sign-off still missing it is AWAITING SIGN-OFF; otherwise  *
      *  OPEN. RETURN-CODE is 0 for a closed month and 4 for any    *
      *  other.                                                     *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLOSEBRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CHECKLIST-FILE
               ASSIGN TO "CLOSECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-STATUS.

           SELECT OPTIONAL CLOSE-SIGNOFF-FILE
               ASSIGN TO "CLOSESGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

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

           SELECT EXTRACT-CONTROL-FILE
               ASSIGN TO "EXTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MANIFEST-FILE
               ASSIGN TO WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OUTBOUND-FILE
               ASSIGN TO WS-OUTBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT RECON-SUMMARY-FILE
               ASSIGN TO WS-RECNSUM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT SQLD-PENDING-FILE
               ASSIGN TO "SQLDPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO WS-CLOSERPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CHECKLIST-FILE.
       01  CLOSE-CHECKLIST-LINE      PIC X(68).

       FD  CLOSE-SIGNOFF-FILE.
       01  CLOSE-SIGNOFF-LINE        PIC X(145).

       FD  RUN-SCHEDULE-FILE.
       01  RUN-SCHEDULE-LINE         PIC X(63).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  EXTRACT-CONTROL-FILE.
       01  EXTRACT-CONTROL-LINE      PIC X(100).

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE             PIC X(50).

       FD  OUTBOUND-FILE.
       01  OUTBOUND-LINE             PIC X(3400).

       FD  RECON-SUMMARY-FILE.
       01  RECON-SUMMARY-LINE        PIC X(80).

       FD  SQLD-PENDING-FILE.
       01  SQLD-PENDING-LINE         PIC X(80).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLOSECTL.
       COPY CLOSESGN.
       COPY RUNSCHED.
       COPY JOBREGLG.
       COPY EXTCTLLG.
       COPY SQLDPNLG.
       COPY OPENINLG.

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

      * Same layout RECNSUM writes its summary in.
       01  RECON-SUMMARY-RECORD.
           05  RSM-PROGRAM-ID        PIC X(8).
           05  FILLER                PIC X(1).
           05  RSM-MONTH             PIC X(6).
           05  FILLER                PIC X(1).
           05  RSM-RUNS              PIC 9(9).
           05  FILLER                PIC X(1).
           05  RSM-BREAKS            PIC 9(9).
           05  FILLER                PIC X(1).
           05  RSM-TOTAL-DIFF        PIC S9(9).
           05  FILLER                PIC X(1).
           05  RSM-AVG-DIFF          PIC S9(9).

       01  WS-MANIFEST-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "CSVEXP.".
           05  WS-MANIFEST-REPORT-ID PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".MFT".
       01  WS-OUTBOUND-FILE-NAME.
           05  FILLER                PIC X(5)  VALUE "OUTB.".
           05  WS-OUTBOUND-REPORT-ID PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".CSV".
       01  WS-RECNSUM-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "RECNSUM.".
           05  WS-RECNSUM-MONTH      PIC X(6).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-CLOSERPT-FILE-NAME.
           05  FILLER                PIC X(9)  VALUE "CLOSERPT.".
           05  WS-CLOSERPT-MONTH     PIC X(6).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-CHECKLIST-STATUS       PIC X(2).
       01  WS-SIGNOFF-STATUS         PIC X(2).
       01  WS-SIGNOFF-OPEN           PIC X(1).
       01  WS-SCHEDULE-STATUS        PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-LEDGER-OPEN            PIC X(1).
       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-INPUT-STATUS           PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-LEDGER-END             PIC X(1).
       01  WS-FILE-END               PIC X(1).

       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-CHOICE                 PIC X(1).
       01  WS-TARGET-MONTH           PIC X(6).
       01  WS-TARGET-MONTH-PARTS REDEFINES WS-TARGET-MONTH.
           05  WS-TARGET-YYYY        PIC 9(4).
           05  WS-TARGET-MM          PIC 9(2).
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YYYY          PIC 9(4).
           05  WS-NEXT-MM            PIC 9(2).
       01  WS-CLOSE-DATE             PIC X(8).
       01  WS-NEXT-CLOSE-DATE        PIC X(8).

       01  WS-CAL-FUNCTION           PIC X(5).
       01  WS-CAL-DATE-1             PIC X(8).
       01  WS-CAL-DATE-2             PIC X(8).
       01  WS-CAL-COUNT              PIC S9(9) COMP.
       01  WS-CAL-FLAG               PIC X(1).

      * The month-end pairs: RUNSCHED.DAT's "MEND" rows.
       01  WS-MEND-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-MND-IX                 PIC S9(9) COMP.
       01  WS-MEND-TABLE.
           05  WS-MEND-ENTRY         OCCURS 100 TIMES.
               10  WS-MND-PROGRAM-ID     PIC X(8).
               10  WS-MND-JOB-ID         PIC X(8).
       01  WS-PAIR-PROGRAM-ID        PIC X(8).
       01  WS-PAIR-JOB-ID            PIC X(8).
       01  WS-IS-MEND                PIC X(1).
       01  WS-PAIR-ENDED             PIC X(1).

       01  WS-ITEM-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-ITEM-OVERFLOW          PIC X(1) VALUE "N".
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY         OCCURS 30 TIMES.
               10  WS-ITM-ID             PIC X(8).
               10  WS-ITM-CHECK          PIC X(4).
               10  WS-ITM-PROGRAM-ID     PIC X(8).
               10  WS-ITM-OBJECT-ID      PIC X(8).
               10  WS-ITM-DESCRIPTION    PIC X(40).
               10  WS-ITM-RESULT         PIC X(6).
               10  WS-ITM-EVIDENCE       PIC X(60).
               10  WS-ITM-STATUS         PIC X(6).
               10  WS-ITM-SIGNED         PIC X(1).
               10  WS-ITM-ACTION         PIC X(8).
               10  WS-ITM-INITIALS       PIC X(3).
               10  WS-ITM-SIGN-DATE      PIC X(8).
               10  WS-ITM-COMMENT        PIC X(40).
               10  WS-ITM-SIGN-RECORD    PIC X(145).

      * One check's findings.
       01  WS-EXPECTED               PIC S9(9) COMP.
       01  WS-FOUND                  PIC S9(9) COMP.
       01  WS-BREAK-TOTAL            PIC S9(9) COMP.
       01  WS-FIRST-MISSING          PIC X(40).
       01  WS-MISS-REASON            PIC X(30).
       01  WS-TRAILER-SEEN           PIC X(1).
       01  WS-TRAILER-COUNT          PIC 9(9).
       01  WS-TRAILER-HASH           PIC 9(9).
       01  WS-EDIT-1                 PIC Z(4)9.
       01  WS-EDIT-2                 PIC Z(4)9.
       01  WS-EDIT-3                 PIC Z(4)9.
       01  WS-SQLCODE-EDIT           PIC -(9)9.

       01  WS-OPEN-ITEMS             PIC S9(9) COMP.
       01  WS-UNSIGNED-ITEMS         PIC S9(9) COMP.
       01  WS-PASSED-ITEMS           PIC S9(9) COMP.
       01  WS-WAIVED-ITEMS           PIC S9(9) COMP.
       01  WS-MONTH-STATUS           PIC X(17).

       01  WS-DONE                   PIC X(1).
       01  WS-PICK-TEXT              PIC X(4).
       01  WS-PICK-NR                PIC S9(4) COMP.
       01  WS-ACTION-CHOICE          PIC X(1).
       01  WS-NEW-ACTION             PIC X(8).
       01  WS-COMMENT                PIC X(40).
       01  WS-ACTION-WORDS           PIC X(14).
       01  WS-HISTORY-COUNT          PIC S9(9) COMP.

       01  WS-REPORT-LINE            PIC X(132).

       COPY OPAUDLG.
       01  WS-CALLER-ID              PIC X(8) VALUE "CLOSEBRD".
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW

           DISPLAY "CLOSEBRD: enter month to close (YYYYMM)"
               UPON CONSOLE
           ACCEPT WS-TARGET-MONTH FROM CONSOLE
           IF WS-TARGET-MONTH IS NOT NUMERIC
               OR WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
               DISPLAY "CLOSEBRD: " WS-TARGET-MONTH " is not a valid "
                   "month -- nothing checked" UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CLOSEBRD: S = show the board, A = sign off or "
               "waive items, P = print the checklist" UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE
           IF WS-CHOICE NOT = "S" AND WS-CHOICE NOT = "A"
               AND WS-CHOICE NOT = "P"
               DISPLAY "CLOSEBRD: answer S, A or P -- nothing done"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RESOLVE-CALENDAR-PARA
           PERFORM LOAD-CHECKLIST-PARA
           PERFORM LOAD-SCHEDULE-PARA
           PERFORM EVALUATE-ITEM-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITEM-COUNT
           PERFORM LOAD-SIGNOFFS-PARA
           PERFORM DERIVE-STATUS-PARA

           EVALUATE WS-CHOICE
               WHEN "S"
                   PERFORM SHOW-BOARD-PARA
               WHEN "A"
                   MOVE "N"           TO WS-DONE
                   PERFORM ACTION-ROUND-PARA UNTIL WS-DONE = "Y"
               WHEN "P"
                   PERFORM PRINT-CHECKLIST-PARA
           END-EVALUATE

           MOVE WS-ITEM-COUNT         TO WS-EDIT-1
           MOVE WS-OPEN-ITEMS         TO WS-EDIT-2
           MOVE WS-UNSIGNED-ITEMS     TO WS-EDIT-3
           DISPLAY "CLOSEBRD " WS-TARGET-MONTH ": "
               FUNCTION TRIM(WS-MONTH-STATUS) " -- "
               FUNCTION TRIM(WS-EDIT-1) " item(s), "
               FUNCTION TRIM(WS-EDIT-2) " failed, "
               FUNCTION TRIM(WS-EDIT-3) " awaiting sign-off"
               UPON CONSOLE

           IF WS-MONTH-STATUS = "CLOSED"
               MOVE ZERO              TO RETURN-CODE
           ELSE
               MOVE 4                 TO RETURN-CODE
           END-IF

           STOP RUN.

      * The month's close date, and the next month's -- a month-end
      * run counts for the month from its close date up to the next
      * close date.
       RESOLVE-CALENDAR-PARA.
           MOVE WS-TARGET-MONTH       TO WS-RECNSUM-MONTH
           MOVE WS-TARGET-MONTH       TO WS-CLOSERPT-MONTH

           MOVE "EOM  "               TO WS-CAL-FUNCTION
           MOVE WS-TARGET-MONTH       TO WS-CAL-DATE-1
           MOVE "01"                  TO WS-CAL-DATE-1(7:2)
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-DATE-2         TO WS-CLOSE-DATE

           IF WS-TARGET-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-TARGET-YYYY + 1
               MOVE 1                 TO WS-NEXT-MM
           ELSE
               MOVE WS-TARGET-YYYY    TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-TARGET-MM + 1
           END-IF
           MOVE WS-NEXT-MONTH         TO WS-CAL-DATE-1
           MOVE "01"                  TO WS-CAL-DATE-1(7:2)
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG
           MOVE WS-CAL-DATE-2         TO WS-NEXT-CLOSE-DATE.

       LOAD-CHECKLIST-PARA.
           OPEN INPUT CLOSE-CHECKLIST-FILE
           IF WS-CHECKLIST-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CLOSE-CHECKLIST-FILE
                           INTO CLOSE-CHECKLIST-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF CCL-ITEM-ID NOT = SPACES
                               PERFORM ADD-ITEM-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CHECKLIST-FILE
           END-IF

           IF WS-ITEM-COUNT = ZERO
               PERFORM DEFAULT-CHECKLIST-PARA
           END-IF
           IF WS-ITEM-OVERFLOW = "Y"
               DISPLAY "CLOSEBRD WARNING: CLOSECTL.DAT has more than "
                   "30 items -- the rest are not on the board"
                   UPON CONSOLE
           END-IF.

       DEFAULT-CHECKLIST-PARA.
           MOVE SPACES                TO CLOSE-CHECKLIST-RECORD
           MOVE "RECON   "            TO CCL-ITEM-ID
           MOVE "RECN"                TO CCL-CHECK
           MOVE "RECNSUM shows no broken reconciliations"
                                      TO CCL-DESCRIPTION
           PERFORM ADD-ITEM-PARA
           MOVE "JOBREG  "            TO CCL-ITEM-ID
           MOVE "JOBR"                TO CCL-CHECK
           MOVE "Every month-end job has ended in JOBREG"
                                      TO CCL-DESCRIPTION
           PERFORM ADD-ITEM-PARA
           MOVE "MANIFEST"            TO CCL-ITEM-ID
           MOVE "MANI"                TO CCL-CHECK
           MOVE "Every month-end extract shipped"
                                      TO CCL-DESCRIPTION
           PERFORM ADD-ITEM-PARA
           MOVE "SQLDPEND"            TO CCL-ITEM-ID
           MOVE "SQLD"                TO CCL-CHECK
           MOVE "No SQLDPEND.DAT entries still OPEN"
                                      TO CCL-DESCRIPTION
           PERFORM ADD-ITEM-PARA
           MOVE "INCIDENT"            TO CCL-ITEM-ID
           MOVE "OINC"                TO CCL-CHECK
           MOVE "No open incidents for month-end jobs"
                                      TO CCL-DESCRIPTION
           PERFORM ADD-ITEM-PARA.

       ADD-ITEM-PARA.
           IF WS-ITEM-COUNT < 30
               ADD 1                  TO WS-ITEM-COUNT
               MOVE CCL-ITEM-ID       TO WS-ITM-ID(WS-ITEM-COUNT)
               MOVE CCL-CHECK         TO WS-ITM-CHECK(WS-ITEM-COUNT)
               MOVE CCL-PROGRAM-ID
                   TO WS-ITM-PROGRAM-ID(WS-ITEM-COUNT)
               MOVE CCL-OBJECT-ID
                   TO WS-ITM-OBJECT-ID(WS-ITEM-COUNT)
               MOVE CCL-DESCRIPTION
                   TO WS-ITM-DESCRIPTION(WS-ITEM-COUNT)
               MOVE SPACES            TO WS-ITM-ACTION(WS-ITEM-COUNT)
               MOVE SPACES
                   TO WS-ITM-INITIALS(WS-ITEM-COUNT)
               MOVE SPACES
                   TO WS-ITM-SIGN-DATE(WS-ITEM-COUNT)
               MOVE SPACES            TO WS-ITM-COMMENT(WS-ITEM-COUNT)
               MOVE SPACES
                   TO WS-ITM-SIGN-RECORD(WS-ITEM-COUNT)
           ELSE
               MOVE "Y"               TO WS-ITEM-OVERFLOW
           END-IF.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT RUN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RUN-SCHEDULE-FILE INTO RUN-SCHEDULE-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF RSC-RULE = "MEND"
                               AND WS-MEND-COUNT < 100
                               ADD 1   TO WS-MEND-COUNT
                               MOVE RSC-PROGRAM-ID
                                   TO WS-MND-PROGRAM-ID(WS-MEND-COUNT)
                               MOVE RSC-JOB-ID
                                   TO WS-MND-JOB-ID(WS-MEND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-SCHEDULE-FILE
           END-IF.

      ***************************************************************
      * Each item is checked against the files as they stand now;   *
      * WS-ITM-RESULT is PASSED or FAILED and WS-ITM-EVIDENCE says  *
      * what was found.                                             *
      ***************************************************************
       EVALUATE-ITEM-PARA.
           MOVE ZERO                  TO WS-EXPECTED
           MOVE ZERO                  TO WS-FOUND
           MOVE ZERO                  TO WS-BREAK-TOTAL
           MOVE SPACES                TO WS-FIRST-MISSING
           MOVE SPACES                TO WS-ITM-EVIDENCE(WS-IX)
           MOVE "FAILED"              TO WS-ITM-RESULT(WS-IX)

           EVALUATE WS-ITM-CHECK(WS-IX)
               WHEN "RECN"
                   PERFORM CHECK-RECONCILE-PARA
               WHEN "JOBR"
                   PERFORM CHECK-JOBREG-PARA
               WHEN "MANI"
                   PERFORM CHECK-MANIFEST-PARA
               WHEN "SQLD"
                   PERFORM CHECK-SQLDPEND-PARA
               WHEN "OINC"
                   PERFORM CHECK-INCIDENT-PARA
               WHEN OTHER
                   STRING "unknown check " DELIMITED SIZE
                          WS-ITM-CHECK(WS-IX) DELIMITED SIZE
                          " in CLOSECTL.DAT" DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
           END-EVALUATE.

       CHECK-RECONCILE-PARA.
           OPEN INPUT RECON-SUMMARY-FILE
           IF WS-INPUT-STATUS NOT = "00"
               STRING WS-RECNSUM-FILE-NAME DELIMITED SIZE
                      " not on disk -- run RECNSUM" DELIMITED SIZE
                   INTO WS-ITM-EVIDENCE(WS-IX)
           ELSE
               MOVE "N"               TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = "Y"
                   READ RECON-SUMMARY-FILE INTO RECON-SUMMARY-RECORD
                       AT END
                           MOVE "Y"    TO WS-FILE-END
                       NOT AT END
                           PERFORM TALLY-RECONCILE-PARA
                   END-READ
               END-PERFORM
               CLOSE RECON-SUMMARY-FILE

               MOVE WS-EXPECTED       TO WS-EDIT-1
               MOVE WS-FOUND          TO WS-EDIT-2
               MOVE WS-BREAK-TOTAL    TO WS-EDIT-3
               IF WS-FOUND = ZERO
                   MOVE "PASSED"      TO WS-ITM-RESULT(WS-IX)
                   STRING FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " program(s) in RECNSUM, no breaks"
                                                   DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               ELSE
                   STRING FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                          " of "                   DELIMITED SIZE
                          FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " program(s) broke, "    DELIMITED SIZE
                          FUNCTION TRIM(WS-EDIT-3) DELIMITED SIZE
                          " break(s); first "      DELIMITED SIZE
                          WS-FIRST-MISSING         DELIMITED SPACE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               END-IF
           END-IF.

       TALLY-RECONCILE-PARA.
           IF RSM-MONTH = WS-TARGET-MONTH
               AND (WS-ITM-PROGRAM-ID(WS-IX) = SPACES
                    OR WS-ITM-PROGRAM-ID(WS-IX) = RSM-PROGRAM-ID)
               ADD 1                  TO WS-EXPECTED
               IF RSM-BREAKS IS NUMERIC
                   IF RSM-BREAKS > ZERO
                       ADD 1          TO WS-FOUND
                       ADD RSM-BREAKS TO WS-BREAK-TOTAL
                       IF WS-FIRST-MISSING = SPACES
                           MOVE RSM-PROGRAM-ID  TO WS-FIRST-MISSING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Every month-end pair the item covers must have ended; with a
      * job named that is not on the schedule the item checks that
      * job alone (under EXTDRV when no program is named).
       CHECK-JOBREG-PARA.
           MOVE "N"                   TO WS-LEDGER-OPEN
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y"               TO WS-LEDGER-OPEN
           END-IF
           PERFORM VARYING WS-MND-IX FROM 1 BY 1
                   UNTIL WS-MND-IX > WS-MEND-COUNT
               IF (WS-ITM-PROGRAM-ID(WS-IX) = SPACES
                   OR WS-ITM-PROGRAM-ID(WS-IX)
                          = WS-MND-PROGRAM-ID(WS-MND-IX))
                   AND (WS-ITM-OBJECT-ID(WS-IX) = SPACES
                   OR WS-ITM-OBJECT-ID(WS-IX)
                          = WS-MND-JOB-ID(WS-MND-IX))
                   MOVE WS-MND-PROGRAM-ID(WS-MND-IX)
                                      TO WS-PAIR-PROGRAM-ID
                   MOVE WS-MND-JOB-ID(WS-MND-IX)  TO WS-PAIR-JOB-ID
                   PERFORM CHECK-ONE-PAIR-PARA
               END-IF
           END-PERFORM
           IF WS-EXPECTED = ZERO
               AND WS-ITM-OBJECT-ID(WS-IX) NOT = SPACES
               MOVE WS-ITM-PROGRAM-ID(WS-IX)  TO WS-PAIR-PROGRAM-ID
               IF WS-PAIR-PROGRAM-ID = SPACES
                   MOVE "EXTDRV  "    TO WS-PAIR-PROGRAM-ID
               END-IF
               MOVE WS-ITM-OBJECT-ID(WS-IX)  TO WS-PAIR-JOB-ID
               PERFORM CHECK-ONE-PAIR-PARA
           END-IF
           IF WS-LEDGER-OPEN = "Y"
               CLOSE JOB-REGISTRY-FILE
           END-IF

           MOVE WS-EXPECTED           TO WS-EDIT-1
           MOVE WS-FOUND              TO WS-EDIT-2
           IF WS-EXPECTED = ZERO
               MOVE "no month-end pair in RUNSCHED.DAT"
                                      TO WS-ITM-EVIDENCE(WS-IX)
           ELSE
               IF WS-FOUND = WS-EXPECTED
                   MOVE "PASSED"      TO WS-ITM-RESULT(WS-IX)
                   STRING FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " month-end run(s) ended"  DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               ELSE
                   STRING FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                          " of "                   DELIMITED SIZE
                          FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " ended; no end record for "
                                                   DELIMITED SIZE
                          WS-FIRST-MISSING         DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               END-IF
           END-IF.

      * The pair's ledger rows, in start order, from its first key.
      * A run the batch-window governor stopped has not ended the
      * month's work.
       CHECK-ONE-PAIR-PARA.
           ADD 1                      TO WS-EXPECTED
           MOVE "N"                   TO WS-PAIR-ENDED
           IF WS-LEDGER-OPEN = "Y"
               MOVE "N"               TO WS-LEDGER-END
               MOVE WS-PAIR-PROGRAM-ID  TO JRK-PROGRAM-ID
               MOVE WS-PAIR-JOB-ID    TO JRK-JOB-ID
               START JOB-REGISTRY-FILE KEY IS NOT LESS THAN JRK-PAIR
                   INVALID KEY
                       MOVE "Y"        TO WS-LEDGER-END
               END-START
               PERFORM UNTIL WS-LEDGER-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-LEDGER-END
                       NOT AT END
                           IF JBR-PROGRAM-ID = WS-PAIR-PROGRAM-ID
                               AND JBR-JOB-ID = WS-PAIR-JOB-ID
                               IF JBR-START-DATE >= WS-CLOSE-DATE
                                   AND JBR-START-DATE
                                       < WS-NEXT-CLOSE-DATE
                                   AND JBR-STATUS NOT = "DEADLINE"
                                   MOVE "Y"  TO WS-PAIR-ENDED
                               END-IF
                           ELSE
                               MOVE "Y"    TO WS-LEDGER-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-PAIR-ENDED = "Y"
               ADD 1                  TO WS-FOUND
           ELSE
               IF WS-FIRST-MISSING = SPACES
                   STRING WS-PAIR-PROGRAM-ID DELIMITED SPACE
                          "/"                DELIMITED SIZE
                          WS-PAIR-JOB-ID     DELIMITED SPACE
                       INTO WS-FIRST-MISSING
               END-IF
           END-IF.

      * Only a CSV extract is sealed and shipped; a month-end extract
      * is one EXTDRV runs under a month-end job.
       CHECK-MANIFEST-PARA.
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ EXTRACT-CONTROL-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           MOVE EXTRACT-CONTROL-LINE
                               TO EXTRACT-CONTROL-RECORD
                           IF ECT-KIND = "EXTRACT "
                               AND ECT-OUTPUT-MODE = "CSV"
                               AND ECT-STATUS NOT = "R"
                               PERFORM CONSIDER-EXTRACT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-CONTROL-FILE
           END-IF

           MOVE WS-EXPECTED           TO WS-EDIT-1
           MOVE WS-FOUND              TO WS-EDIT-2
           IF WS-EXPECTED = ZERO
               MOVE "no month-end CSV extract in EXTRCTL.DAT"
                                      TO WS-ITM-EVIDENCE(WS-IX)
           ELSE
               IF WS-FOUND = WS-EXPECTED
                   MOVE "PASSED"      TO WS-ITM-RESULT(WS-IX)
                   STRING FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " extract(s) shipped, manifests match"
                                                   DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               ELSE
                   STRING FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                          " of "                   DELIMITED SIZE
                          FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                          " shipped; "             DELIMITED SIZE
                          WS-FIRST-MISSING         DELIMITED SIZE
                       INTO WS-ITM-EVIDENCE(WS-IX)
               END-IF
           END-IF.

       CONSIDER-EXTRACT-PARA.
           IF WS-ITM-OBJECT-ID(WS-IX) NOT = SPACES
               IF ECT-EXTRACT-ID = WS-ITM-OBJECT-ID(WS-IX)
                   PERFORM CHECK-ONE-MANIFEST-PARA
               END-IF
           ELSE
               MOVE "N"               TO WS-IS-MEND
               PERFORM VARYING WS-MND-IX FROM 1 BY 1
                       UNTIL WS-MND-IX > WS-MEND-COUNT
                   IF WS-MND-PROGRAM-ID(WS-MND-IX) = "EXTDRV  "
                       AND WS-MND-JOB-ID(WS-MND-IX) = ECT-JOB-ID
                       MOVE "Y"       TO WS-IS-MEND
                   END-IF
               END-PERFORM
               IF WS-IS-MEND = "Y"
                   PERFORM CHECK-ONE-MANIFEST-PARA
               END-IF
           END-IF.

      * Shipped for the month: a manifest dated from the close date
      * on, and the OUTB copy downstream collects carrying the same
      * trailer count and hash the manifest recorded.
       CHECK-ONE-MANIFEST-PARA.
           ADD 1                      TO WS-EXPECTED
           MOVE SPACES                TO WS-MISS-REASON
           MOVE ECT-EXTRACT-ID        TO WS-MANIFEST-REPORT-ID
           MOVE ECT-EXTRACT-ID        TO WS-OUTBOUND-REPORT-ID

           MOVE SPACES                TO MANIFEST-RECORD
           OPEN INPUT MANIFEST-FILE
           IF WS-INPUT-STATUS NOT = "00"
               MOVE "no manifest"     TO WS-MISS-REASON
           ELSE
               READ MANIFEST-FILE INTO MANIFEST-RECORD
                   AT END
                       MOVE "empty manifest"  TO WS-MISS-REASON
               END-READ
               CLOSE MANIFEST-FILE
           END-IF

           IF WS-MISS-REASON = SPACES
               IF MFT-RUN-DATE < WS-CLOSE-DATE
                   OR MFT-RUN-DATE NOT < WS-NEXT-CLOSE-DATE
                   STRING "manifest dated " DELIMITED SIZE
                          MFT-RUN-DATE      DELIMITED SIZE
                       INTO WS-MISS-REASON
               END-IF
           END-IF

           IF WS-MISS-REASON = SPACES
               MOVE "N"               TO WS-TRAILER-SEEN
               OPEN INPUT OUTBOUND-FILE
               IF WS-INPUT-STATUS NOT = "00"
                   MOVE "not shipped" TO WS-MISS-REASON
               ELSE
                   MOVE "N"           TO WS-FILE-END
                   PERFORM UNTIL WS-FILE-END = "Y"
                       READ OUTBOUND-FILE
                           AT END
                               MOVE "Y"  TO WS-FILE-END
                           NOT AT END
                               PERFORM NOTE-TRAILER-PARA
                       END-READ
                   END-PERFORM
                   CLOSE OUTBOUND-FILE
                   IF WS-TRAILER-SEEN = "N"
                       OR WS-TRAILER-COUNT NOT = MFT-RECORD-COUNT
                       OR WS-TRAILER-HASH NOT = MFT-CHECKSUM
                       MOVE "shipped file differs from manifest"
                                      TO WS-MISS-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-MISS-REASON = SPACES
               ADD 1                  TO WS-FOUND
           ELSE
               IF WS-FIRST-MISSING = SPACES
                   STRING ECT-EXTRACT-ID DELIMITED SPACE
                          " "            DELIMITED SIZE
                          WS-MISS-REASON DELIMITED SIZE
                       INTO WS-FIRST-MISSING
               END-IF
           END-IF.

       NOTE-TRAILER-PARA.
           IF OUTBOUND-LINE(1:6) = "*TRL*;"
               MOVE "Y"               TO WS-TRAILER-SEEN
               MOVE ZERO              TO WS-TRAILER-COUNT
               MOVE ZERO              TO WS-TRAILER-HASH
               IF OUTBOUND-LINE(7:9) IS NUMERIC
                   MOVE OUTBOUND-LINE(7:9)   TO WS-TRAILER-COUNT
               END-IF
               IF OUTBOUND-LINE(17:9) IS NUMERIC
                   MOVE OUTBOUND-LINE(17:9)  TO WS-TRAILER-HASH
               END-IF
           END-IF.

      * No SQLDPEND.DAT on disk is nothing pending.
       CHECK-SQLDPEND-PARA.
           OPEN INPUT SQLD-PENDING-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"               TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = "Y"
                   READ SQLD-PENDING-FILE INTO SQLD-PENDING-RECORD
                       AT END
                           MOVE "Y"    TO WS-FILE-END
                       NOT AT END
                           IF SPQ-STATUS = "OPEN  "
                               AND (WS-ITM-PROGRAM-ID(WS-IX) = SPACES
                                    OR WS-ITM-PROGRAM-ID(WS-IX)
                                           = SPQ-PROGRAM-ID)
                               ADD 1   TO WS-FOUND
                               IF WS-FIRST-MISSING = SPACES
                                   STRING SPQ-PROGRAM-ID
                                              DELIMITED SPACE
                                          " " DELIMITED SIZE
                                          SPQ-DATE DELIMITED SIZE
                                       INTO WS-FIRST-MISSING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SQLD-PENDING-FILE
           END-IF

           MOVE WS-FOUND              TO WS-EDIT-1
           IF WS-FOUND = ZERO
               MOVE "PASSED"          TO WS-ITM-RESULT(WS-IX)
               MOVE "no SQLDPEND.DAT entry open"
                                      TO WS-ITM-EVIDENCE(WS-IX)
           ELSE
               STRING FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                      " SQLDPEND.DAT entry(s) open; first "
                                               DELIMITED SIZE
                      WS-FIRST-MISSING         DELIMITED SIZE
                   INTO WS-ITM-EVIDENCE(WS-IX)
           END-IF.

      * Every row in OPENINC.DAT is open. An incident raised against
      * a job counts when the job is a month-end one; one with no
      * job (an ERRESCAL program/SQLCODE incident) when its program
      * runs at month end.
       CHECK-INCIDENT-PARA.
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"               TO WS-FILE-END
               PERFORM UNTIL WS-FILE-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-FILE-END
                       NOT AT END
                           PERFORM CONSIDER-INCIDENT-PARA
                   END-READ
               END-PERFORM
               CLOSE OPEN-INCIDENT-FILE
           END-IF

           MOVE WS-FOUND              TO WS-EDIT-1
           IF WS-FOUND = ZERO
               MOVE "PASSED"          TO WS-ITM-RESULT(WS-IX)
               MOVE "no open incident for a month-end job"
                                      TO WS-ITM-EVIDENCE(WS-IX)
           ELSE
               STRING FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                      " open incident(s); first "  DELIMITED SIZE
                      WS-FIRST-MISSING         DELIMITED SIZE
                   INTO WS-ITM-EVIDENCE(WS-IX)
           END-IF.

       CONSIDER-INCIDENT-PARA.
           MOVE "N"                   TO WS-IS-MEND
           IF WS-ITM-OBJECT-ID(WS-IX) NOT = SPACES
               IF OIN-JOB-ID = WS-ITM-OBJECT-ID(WS-IX)
                   MOVE "Y"           TO WS-IS-MEND
               END-IF
           ELSE
               PERFORM VARYING WS-MND-IX FROM 1 BY 1
                       UNTIL WS-MND-IX > WS-MEND-COUNT
                   IF OIN-JOB-ID NOT = SPACES
                       IF OIN-JOB-ID = WS-MND-JOB-ID(WS-MND-IX)
                           MOVE "Y"   TO WS-IS-MEND
                       END-IF
                   ELSE
                       IF OIN-PROGRAM-ID
                              = WS-MND-PROGRAM-ID(WS-MND-IX)
                           MOVE "Y"   TO WS-IS-MEND
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ITM-PROGRAM-ID(WS-IX) NOT = SPACES
               AND WS-ITM-PROGRAM-ID(WS-IX) NOT = OIN-PROGRAM-ID
               MOVE "N"               TO WS-IS-MEND
           END-IF

           IF WS-IS-MEND = "Y"
               ADD 1                  TO WS-FOUND
               IF WS-FIRST-MISSING = SPACES
                   MOVE OIN-SQLCODE   TO WS-SQLCODE-EDIT
                   IF OIN-JOB-ID = SPACES
                       MOVE OIN-PROGRAM-ID  TO WS-PAIR-JOB-ID
                   ELSE
                       MOVE OIN-JOB-ID      TO WS-PAIR-JOB-ID
                   END-IF
                   STRING WS-PAIR-JOB-ID DELIMITED SPACE
                          " SQLCODE "    DELIMITED SIZE
                          FUNCTION TRIM(WS-SQLCODE-EDIT)
                                         DELIMITED SIZE
                       INTO WS-FIRST-MISSING
               END-IF
           END-IF.

      ***************************************************************
      * The standing sign-off per item is the month's latest        *
      * CLOSESGN.DAT row for it; a WITHDRAW row clears it.          *
      ***************************************************************
       LOAD-SIGNOFFS-PARA.
           MOVE ZERO                  TO WS-HISTORY-COUNT
           MOVE "N"                   TO WS-SIGNOFF-OPEN
           OPEN INPUT CLOSE-SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS = "00" OR WS-SIGNOFF-STATUS = "05"
               MOVE "Y"               TO WS-SIGNOFF-OPEN
           END-IF
           IF WS-SIGNOFF-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CLOSE-SIGNOFF-FILE INTO CLOSE-SIGNOFF-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF CSG-MONTH = WS-TARGET-MONTH
                               ADD 1   TO WS-HISTORY-COUNT
                               PERFORM APPLY-SIGNOFF-PARA
                                   VARYING WS-PICK-NR FROM 1 BY 1
                                   UNTIL WS-PICK-NR > WS-ITEM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-SIGNOFF-OPEN = "Y"
               CLOSE CLOSE-SIGNOFF-FILE
           END-IF.

       APPLY-SIGNOFF-PARA.
           IF WS-ITM-ID(WS-PICK-NR) = CSG-ITEM-ID
               MOVE CLOSE-SIGNOFF-RECORD
                   TO WS-ITM-SIGN-RECORD(WS-PICK-NR)
               IF CSG-ACTION = "WITHDRAW"
                   MOVE SPACES        TO WS-ITM-ACTION(WS-PICK-NR)
               ELSE
                   MOVE CSG-ACTION    TO WS-ITM-ACTION(WS-PICK-NR)
               END-IF
               MOVE CSG-INITIALS      TO WS-ITM-INITIALS(WS-PICK-NR)
               MOVE CSG-DATE          TO WS-ITM-SIGN-DATE(WS-PICK-NR)
               MOVE CSG-COMMENT       TO WS-ITM-COMMENT(WS-PICK-NR)
           END-IF.

       DERIVE-STATUS-PARA.
           MOVE ZERO                  TO WS-OPEN-ITEMS
           MOVE ZERO                  TO WS-UNSIGNED-ITEMS
           MOVE ZERO                  TO WS-PASSED-ITEMS
           MOVE ZERO                  TO WS-WAIVED-ITEMS
           PERFORM DERIVE-ONE-STATUS-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITEM-COUNT

           IF WS-OPEN-ITEMS > ZERO
               MOVE "OPEN"            TO WS-MONTH-STATUS
           ELSE
               IF WS-UNSIGNED-ITEMS > ZERO
                   MOVE "AWAITING SIGN-OFF"  TO WS-MONTH-STATUS
               ELSE
                   MOVE "CLOSED"      TO WS-MONTH-STATUS
               END-IF
           END-IF.

       DERIVE-ONE-STATUS-PARA.
           MOVE "N"                   TO WS-ITM-SIGNED(WS-IX)
           IF WS-ITM-ACTION(WS-IX) = "WAIVE   "
               MOVE "WAIVED"          TO WS-ITM-STATUS(WS-IX)
               ADD 1                  TO WS-WAIVED-ITEMS
           ELSE
               MOVE WS-ITM-RESULT(WS-IX)  TO WS-ITM-STATUS(WS-IX)
               IF WS-ITM-RESULT(WS-IX) = "PASSED"
                   ADD 1              TO WS-PASSED-ITEMS
                   IF WS-ITM-ACTION(WS-IX) = "SIGNOFF "
                       MOVE "Y"       TO WS-ITM-SIGNED(WS-IX)
                   ELSE
                       ADD 1          TO WS-UNSIGNED-ITEMS
                   END-IF
               ELSE
                   ADD 1              TO WS-OPEN-ITEMS
               END-IF
           END-IF.

       SHOW-BOARD-PARA.
           DISPLAY "CLOSEBRD: month " WS-TARGET-MONTH ", close date "
               WS-CLOSE-DATE " -- " FUNCTION TRIM(WS-MONTH-STATUS)
               UPON CONSOLE
           PERFORM SHOW-ITEM-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITEM-COUNT.

       SHOW-ITEM-PARA.
           PERFORM SET-ACTION-WORDS-PARA
           MOVE WS-IX                 TO WS-EDIT-1
           DISPLAY WS-EDIT-1 ": " WS-ITM-ID(WS-IX) " "
               WS-ITM-STATUS(WS-IX) " " WS-ITM-DESCRIPTION(WS-IX)
               UPON CONSOLE
           DISPLAY "      " FUNCTION TRIM(WS-ITM-EVIDENCE(WS-IX))
               UPON CONSOLE
           IF WS-ITM-ACTION(WS-IX) NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(WS-ACTION-WORDS)
                   " by " WS-ITM-INITIALS(WS-IX) " on "
                   WS-ITM-SIGN-DATE(WS-IX) ": "
                   FUNCTION TRIM(WS-ITM-COMMENT(WS-IX)) UPON CONSOLE
           END-IF.

      * A sign-off whose item has failed since still shows, but
      * does not count.
       SET-ACTION-WORDS-PARA.
           EVALUATE TRUE
               WHEN WS-ITM-ACTION(WS-IX) = "WAIVE   "
                   MOVE "WAIVED"      TO WS-ACTION-WORDS
               WHEN WS-ITM-ACTION(WS-IX) = "SIGNOFF "
                   AND WS-ITM-SIGNED(WS-IX) = "Y"
                   MOVE "SIGNED OFF"  TO WS-ACTION-WORDS
               WHEN WS-ITM-ACTION(WS-IX) = "SIGNOFF "
                   MOVE "SIGNED OFF (*)"  TO WS-ACTION-WORDS
               WHEN OTHER
                   MOVE "NOT SIGNED OFF"  TO WS-ACTION-WORDS
           END-EVALUATE.

      ***************************************************************
      * One controller action per round, the way SQLDPRVW closes    *
      * one queue entry per round; item number 0 ends the session.  *
      ***************************************************************
       ACTION-ROUND-PARA.
           PERFORM SHOW-BOARD-PARA
           DISPLAY "CLOSEBRD: item number to sign off, waive or "
               "withdraw (0 to end)" UPON CONSOLE
           MOVE SPACES                TO WS-PICK-TEXT
           ACCEPT WS-PICK-TEXT FROM CONSOLE
           COMPUTE WS-PICK-NR = FUNCTION NUMVAL(WS-PICK-TEXT)
           IF WS-PICK-NR = ZERO
               MOVE "Y"               TO WS-DONE
           ELSE
               IF WS-PICK-NR < 1 OR WS-PICK-NR > WS-ITEM-COUNT
                   DISPLAY "CLOSEBRD: no such item" UPON CONSOLE
               ELSE
                   MOVE WS-PICK-NR    TO WS-IX
                   PERFORM CHOOSE-ACTION-PARA
               END-IF
           END-IF.

       CHOOSE-ACTION-PARA.
           DISPLAY "CLOSEBRD: S = sign off, W = waive, X = withdraw "
               "the standing sign-off or waiver" UPON CONSOLE
           MOVE SPACES                TO WS-ACTION-CHOICE
           ACCEPT WS-ACTION-CHOICE FROM CONSOLE
           MOVE SPACES                TO WS-NEW-ACTION

           EVALUATE WS-ACTION-CHOICE
               WHEN "S"
                   IF WS-ITM-RESULT(WS-IX) NOT = "PASSED"
                       DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX)
                           " has not passed -- waive it or fix it "
                           "first" UPON CONSOLE
                   ELSE
                       IF WS-ITM-ACTION(WS-IX) = "SIGNOFF "
                           DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX)
                               " already signed off by "
                               WS-ITM-INITIALS(WS-IX) UPON CONSOLE
                       ELSE
                           MOVE "SIGNOFF "  TO WS-NEW-ACTION
                       END-IF
                   END-IF
               WHEN "W"
                   IF WS-ITM-RESULT(WS-IX) = "PASSED"
                       DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX)
                           " passed -- sign it off instead"
                           UPON CONSOLE
                   ELSE
                       IF WS-ITM-ACTION(WS-IX) = "WAIVE   "
                           DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX)
                               " already waived by "
                               WS-ITM-INITIALS(WS-IX) UPON CONSOLE
                       ELSE
                           MOVE "WAIVE   "  TO WS-NEW-ACTION
                       END-IF
                   END-IF
               WHEN "X"
                   IF WS-ITM-ACTION(WS-IX) = SPACES
                       DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX)
                           " has nothing to withdraw" UPON CONSOLE
                   ELSE
                       MOVE "WITHDRAW"  TO WS-NEW-ACTION
                   END-IF
               WHEN OTHER
                   DISPLAY "CLOSEBRD: answer S, W or X" UPON CONSOLE
           END-EVALUATE

           IF WS-NEW-ACTION NOT = SPACES
               PERFORM RECORD-ACTION-PARA
           END-IF.

       RECORD-ACTION-PARA.
           MOVE "SIGN "               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "Y"
               DISPLAY "CLOSEBRD: nothing recorded" UPON CONSOLE
           ELSE
               DISPLAY "CLOSEBRD: enter a comment for the auditors"
                   UPON CONSOLE
               MOVE SPACES            TO WS-COMMENT
               ACCEPT WS-COMMENT FROM CONSOLE
               IF WS-COMMENT = SPACES
                   DISPLAY "CLOSEBRD: a comment is required -- "
                       "nothing recorded" UPON CONSOLE
               ELSE
                   PERFORM WRITE-SIGNOFF-PARA
               END-IF
           END-IF.

       WRITE-SIGNOFF-PARA.
           MOVE SPACES                TO CLOSE-SIGNOFF-RECORD
           MOVE WS-TARGET-MONTH       TO CSG-MONTH
           MOVE WS-ITM-ID(WS-IX)      TO CSG-ITEM-ID
           MOVE WS-NEW-ACTION         TO CSG-ACTION
           MOVE OPA-OPERATOR          TO CSG-INITIALS
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CSG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO CSG-TIME
           MOVE WS-ITM-RESULT(WS-IX)  TO CSG-RESULT
           MOVE WS-COMMENT            TO CSG-COMMENT
           MOVE WS-ITM-EVIDENCE(WS-IX)  TO CSG-EVIDENCE

           OPEN EXTEND CLOSE-SIGNOFF-FILE
           WRITE CLOSE-SIGNOFF-LINE FROM CLOSE-SIGNOFF-RECORD
           CLOSE CLOSE-SIGNOFF-FILE

           MOVE WS-NEW-ACTION         TO OPA-ACTION
           MOVE WS-ITM-PROGRAM-ID(WS-IX)  TO OPA-PROGRAM-ID
           MOVE WS-ITM-OBJECT-ID(WS-IX)   TO OPA-JOB-ID
           MOVE SPACES                TO OPA-KEY
           STRING "CLOSESGN "          DELIMITED SIZE
                  WS-TARGET-MONTH      DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  WS-ITM-ID(WS-IX)     DELIMITED SIZE
               INTO OPA-KEY
           MOVE WS-ITM-SIGN-RECORD(WS-IX)  TO OPA-BEFORE-IMAGE
           MOVE CLOSE-SIGNOFF-RECORD  TO OPA-AFTER-IMAGE
           MOVE "WRITE"               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS

           ADD 1                      TO WS-HISTORY-COUNT
           MOVE WS-IX                 TO WS-PICK-NR
           PERFORM APPLY-SIGNOFF-PARA
           DISPLAY "CLOSEBRD: " WS-ITM-ID(WS-IX) " "
               FUNCTION TRIM(WS-NEW-ACTION) " recorded by "
               CSG-INITIALS UPON CONSOLE
           PERFORM DERIVE-STATUS-PARA.

      ***************************************************************
      * The auditors' copy: the checklist as it stands, then every  *
      * action taken on the month in the order it was taken.        *
      ***************************************************************
       PRINT-CHECKLIST-PARA.
           OPEN OUTPUT CLOSE-REPORT-FILE

           MOVE SPACES                TO WS-REPORT-LINE
           STRING "MONTH-END CLOSE CHECKLIST " DELIMITED SIZE
                  WS-TARGET-MONTH      DELIMITED SIZE
                  "   CLOSE DATE "     DELIMITED SIZE
                  WS-CLOSE-DATE        DELIMITED SIZE
                  "   PRINTED "        DELIMITED SIZE
                  WS-TODAY             DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  WS-NOW               DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "MONTH STATUS: "     DELIMITED SIZE
                  WS-MONTH-STATUS      DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE

           PERFORM PRINT-ITEM-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ITEM-COUNT

           MOVE SPACES                TO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "SIGN-OFF HISTORY"    TO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-HISTORY-COUNT = ZERO
               MOVE "  (no action taken on this month)"
                                      TO WS-REPORT-LINE
               WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           ELSE
               PERFORM PRINT-HISTORY-PARA
           END-IF

           MOVE SPACES                TO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-ITEM-COUNT         TO WS-EDIT-1
           MOVE WS-PASSED-ITEMS       TO WS-EDIT-2
           MOVE WS-WAIVED-ITEMS       TO WS-EDIT-3
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "END OF CHECKLIST -- " DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                  " ITEM(S), "         DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                  " PASSED, "          DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-3) DELIMITED SIZE
                  " WAIVED, "          DELIMITED SIZE
                  INTO WS-REPORT-LINE
           MOVE WS-OPEN-ITEMS         TO WS-EDIT-1
           MOVE WS-UNSIGNED-ITEMS     TO WS-EDIT-2
           STRING FUNCTION TRIM(WS-REPORT-LINE) DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                  " FAILED, "          DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                  " AWAITING SIGN-OFF" DELIMITED SIZE
               INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE

           CLOSE CLOSE-REPORT-FILE
           DISPLAY "CLOSEBRD: checklist for " WS-TARGET-MONTH
               " written to " WS-CLOSERPT-FILE-NAME UPON CONSOLE.

       PRINT-ITEM-PARA.
           PERFORM SET-ACTION-WORDS-PARA
           MOVE WS-IX                 TO WS-EDIT-1
           MOVE SPACES                TO WS-REPORT-LINE
           STRING WS-EDIT-1            DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  WS-ITM-ID(WS-IX)     DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  WS-ITM-STATUS(WS-IX) DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  WS-ITM-DESCRIPTION(WS-IX)  DELIMITED SIZE
                  "  ("                DELIMITED SIZE
                  WS-ITM-CHECK(WS-IX)  DELIMITED SIZE
                  ")"                  DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "                   EVIDENCE: " DELIMITED SIZE
                  WS-ITM-EVIDENCE(WS-IX)  DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           IF WS-ITM-ACTION(WS-IX) = SPACES
               STRING "                   " DELIMITED SIZE
                      WS-ACTION-WORDS   DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "                   " DELIMITED SIZE
                      FUNCTION TRIM(WS-ACTION-WORDS)
                                        DELIMITED SIZE
                      " BY "            DELIMITED SIZE
                      WS-ITM-INITIALS(WS-IX)  DELIMITED SIZE
                      " ON "            DELIMITED SIZE
                      WS-ITM-SIGN-DATE(WS-IX) DELIMITED SIZE
                      ": "              DELIMITED SIZE
                      WS-ITM-COMMENT(WS-IX)   DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           IF WS-ITM-ACTION(WS-IX) = "SIGNOFF "
               AND WS-ITM-SIGNED(WS-IX) = "N"
               MOVE SPACES            TO WS-REPORT-LINE
               STRING "                   (*) THE ITEM HAS FAILED "
                                       DELIMITED SIZE
                      "SINCE IT WAS SIGNED OFF -- IT DOES NOT COUNT"
                                       DELIMITED SIZE
                   INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       PRINT-HISTORY-PARA.
           OPEN INPUT CLOSE-SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ CLOSE-SIGNOFF-FILE INTO CLOSE-SIGNOFF-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF CSG-MONTH = WS-TARGET-MONTH
                               PERFORM PRINT-ONE-ACTION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-SIGNOFF-FILE
           END-IF.

       PRINT-ONE-ACTION-PARA.
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "  "                 DELIMITED SIZE
                  CSG-DATE             DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  CSG-TIME             DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  CSG-INITIALS         DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  CSG-ACTION           DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  CSG-ITEM-ID          DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  CSG-RESULT           DELIMITED SIZE
                  "  "                 DELIMITED SIZE
                  CSG-COMMENT          DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "                   EVIDENCE THEN: " DELIMITED SIZE
                  CSG-EVIDENCE         DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE CLOSE-REPORT-LINE FROM WS-REPORT-LINE.
