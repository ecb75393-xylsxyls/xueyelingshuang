      ***************************************************************
      *                                                             *
      *               O  P  A  U  D  R  P  T                        *
      *                                                             *
      *  Monthly operator-action audit report over OPAUDIT.DAT, the *
      *  trail OPAUDIT appends for every change a maintenance       *
      *  utility makes. Prompts for the month (YYYYMM, blank for    *
      *  this month) and, optionally, one program id and/or one job *
      *  id -- blank takes every program or job, so "who cleared    *
      *  that checkpoint" is one run filtered to the job. Writes    *
      *  OPAUDRPT.<yyyymm>.DAT: a SUMMARY row per operator and      *
      *  utility with the number of actions, in operator then       *
      *  utility order, followed by a DETAIL row per action in the  *
      *  same order, oldest first within each group. The before and *
      *  after images stay in OPAUDIT.DAT; the DETAIL row carries   *
      *  the key and reason to find them by.                        *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPAUDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUDIT-FILE
               ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUDIT-FILE.
       01  OPERATOR-AUDIT-LINE       PIC X(769).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE         PIC X(160).

       WORKING-STORAGE SECTION.
       COPY OPAUDLG.

       01  WS-AUDIT-STATUS           PIC X(2).
       01  WS-AT-END                 PIC X(1).

       01  WS-REPORT-FILE-NAME.
           05  FILLER                PIC X(9)  VALUE "OPAUDRPT.".
           05  WS-REPORT-MONTH       PIC X(6).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-INPUT-MONTH            PIC X(6).
       01  WS-FILTER-PROGRAM-ID      PIC X(8).
       01  WS-FILTER-JOB-ID          PIC X(8).
       01  WS-SELECTED               PIC X(1).

       01  WS-MAX-GROUPS             PIC S9(9) COMP VALUE 200.
       01  WS-GROUP-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-GROUP-OVERFLOW         PIC X(1) VALUE "N".
       01  WS-GROUP-IX               PIC S9(9) COMP.
       01  WS-FOUND-GROUP-IX         PIC S9(9) COMP.
       01  WS-INSERT-IX              PIC S9(9) COMP.
       01  WS-SHIFT-IX               PIC S9(9) COMP.
       01  WS-GROUP-KEY.
           05  WS-KEY-OPERATOR       PIC X(3).
           05  WS-KEY-UTILITY        PIC X(8).
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY        OCCURS 200 TIMES.
               10  WS-GRP-KEY.
                   15  WS-GRP-OPERATOR   PIC X(3).
                   15  WS-GRP-UTILITY    PIC X(8).
               10  WS-GRP-COUNT          PIC S9(9) COMP.
       01  WS-ACTION-TOTAL           PIC S9(9) COMP VALUE ZERO.

       01  AUDIT-SUMMARY-RECORD.
           05  ARS-KIND              PIC X(7)  VALUE "SUMMARY".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARS-OPERATOR          PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARS-UTILITY           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARS-ACTIONS           PIC 9(9).

       01  AUDIT-DETAIL-RECORD.
           05  ARD-KIND              PIC X(7)  VALUE "DETAIL ".
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-OPERATOR          PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-UTILITY           PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-DATE              PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-TIME              PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-ACTION            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-PROGRAM-ID        PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-KEY               PIC X(40).
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  ARD-REASON            PIC X(40).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "OPAUDRPT: enter month YYYYMM (blank for this "
               "month)" UPON CONSOLE
           MOVE SPACES                TO WS-INPUT-MONTH
           ACCEPT WS-INPUT-MONTH FROM CONSOLE
           IF WS-INPUT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6)  TO WS-INPUT-MONTH
           END-IF
           MOVE WS-INPUT-MONTH        TO WS-REPORT-MONTH

           DISPLAY "OPAUDRPT: enter program id (blank for all)"
               UPON CONSOLE
           MOVE SPACES                TO WS-FILTER-PROGRAM-ID
           ACCEPT WS-FILTER-PROGRAM-ID FROM CONSOLE
           DISPLAY "OPAUDRPT: enter job id (blank for all)"
               UPON CONSOLE
           MOVE SPACES                TO WS-FILTER-JOB-ID
           ACCEPT WS-FILTER-JOB-ID FROM CONSOLE

           OPEN INPUT OPERATOR-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "OPAUDRPT: no OPAUDIT.DAT on disk -- no "
                   "actions to report" UPON CONSOLE
               STOP RUN
           END-IF
           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ OPERATOR-AUDIT-FILE INTO OPERATOR-AUDIT-RECORD
                   AT END
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       PERFORM SELECT-ACTION-PARA
                       IF WS-SELECTED = "Y"
                           PERFORM TALLY-GROUP-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUDIT-FILE

           IF WS-GROUP-OVERFLOW = "Y"
               DISPLAY "OPAUDRPT WARNING: more than " WS-MAX-GROUPS
                   " operator/utility groups -- the rest are not on "
                   "the report" UPON CONSOLE
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM WRITE-SUMMARY-PARA
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
           PERFORM WRITE-GROUP-DETAIL-PARA
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
           CLOSE AUDIT-REPORT-FILE

           DISPLAY "OPAUDRPT: " WS-ACTION-TOTAL " action(s) in "
               WS-INPUT-MONTH " by " WS-GROUP-COUNT " operator/"
               "utility group(s) -- see " WS-REPORT-FILE-NAME
               UPON CONSOLE

           STOP RUN.

       SELECT-ACTION-PARA.
           MOVE "Y"                   TO WS-SELECTED
           IF OPA-DATE(1:6) NOT = WS-INPUT-MONTH
               MOVE "N"               TO WS-SELECTED
           END-IF
           IF WS-FILTER-PROGRAM-ID NOT = SPACES
               AND OPA-PROGRAM-ID NOT = WS-FILTER-PROGRAM-ID
               MOVE "N"               TO WS-SELECTED
           END-IF
           IF WS-FILTER-JOB-ID NOT = SPACES
               AND OPA-JOB-ID NOT = WS-FILTER-JOB-ID
               MOVE "N"               TO WS-SELECTED
           END-IF.

      * The group table is kept in operator/utility order as it is
      * built: a new group is slotted in ahead of the first group
      * whose key sorts after it.
       TALLY-GROUP-PARA.
           MOVE OPA-OPERATOR          TO WS-KEY-OPERATOR
           MOVE OPA-UTILITY           TO WS-KEY-UTILITY
           MOVE ZERO                  TO WS-FOUND-GROUP-IX
           MOVE ZERO                  TO WS-INSERT-IX
           PERFORM MATCH-GROUP-PARA
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT
                  OR WS-FOUND-GROUP-IX > ZERO
                  OR WS-INSERT-IX > ZERO

           IF WS-FOUND-GROUP-IX = ZERO
               IF WS-GROUP-COUNT < WS-MAX-GROUPS
                   IF WS-INSERT-IX = ZERO
                       COMPUTE WS-INSERT-IX = WS-GROUP-COUNT + 1
                   END-IF
                   PERFORM SHIFT-GROUP-PARA
                       VARYING WS-SHIFT-IX FROM WS-GROUP-COUNT BY -1
                       UNTIL WS-SHIFT-IX < WS-INSERT-IX
                   ADD 1              TO WS-GROUP-COUNT
                   MOVE WS-GROUP-KEY  TO WS-GRP-KEY(WS-INSERT-IX)
                   MOVE ZERO          TO WS-GRP-COUNT(WS-INSERT-IX)
                   MOVE WS-INSERT-IX  TO WS-FOUND-GROUP-IX
               ELSE
                   MOVE "Y"           TO WS-GROUP-OVERFLOW
               END-IF
           END-IF

           IF WS-FOUND-GROUP-IX > ZERO
               ADD 1                  TO WS-GRP-COUNT(WS-FOUND-GROUP-IX)
               ADD 1                  TO WS-ACTION-TOTAL
           END-IF.

       MATCH-GROUP-PARA.
           IF WS-GRP-KEY(WS-GROUP-IX) = WS-GROUP-KEY
               MOVE WS-GROUP-IX       TO WS-FOUND-GROUP-IX
           ELSE
               IF WS-GRP-KEY(WS-GROUP-IX) > WS-GROUP-KEY
                   MOVE WS-GROUP-IX   TO WS-INSERT-IX
               END-IF
           END-IF.

       SHIFT-GROUP-PARA.
           MOVE WS-GROUP-ENTRY(WS-SHIFT-IX)
                                   TO WS-GROUP-ENTRY(WS-SHIFT-IX + 1).

       WRITE-SUMMARY-PARA.
           MOVE WS-GRP-OPERATOR(WS-GROUP-IX)  TO ARS-OPERATOR
           MOVE WS-GRP-UTILITY(WS-GROUP-IX)   TO ARS-UTILITY
           MOVE WS-GRP-COUNT(WS-GROUP-IX)     TO ARS-ACTIONS
           WRITE AUDIT-REPORT-LINE FROM AUDIT-SUMMARY-RECORD.

      * One pass over the trail per group keeps the details in
      * group order without a sort.
       WRITE-GROUP-DETAIL-PARA.
           OPEN INPUT OPERATOR-AUDIT-FILE
           MOVE "N"                   TO WS-AT-END
           PERFORM UNTIL WS-AT-END = "Y"
               READ OPERATOR-AUDIT-FILE INTO OPERATOR-AUDIT-RECORD
                   AT END
                       MOVE "Y"        TO WS-AT-END
                   NOT AT END
                       PERFORM SELECT-ACTION-PARA
                       IF WS-SELECTED = "Y"
                           AND OPA-OPERATOR
                               = WS-GRP-OPERATOR(WS-GROUP-IX)
                           AND OPA-UTILITY
                               = WS-GRP-UTILITY(WS-GROUP-IX)
                           PERFORM WRITE-DETAIL-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUDIT-FILE.

       WRITE-DETAIL-PARA.
           MOVE OPA-OPERATOR          TO ARD-OPERATOR
           MOVE OPA-UTILITY           TO ARD-UTILITY
           MOVE OPA-DATE              TO ARD-DATE
           MOVE OPA-TIME              TO ARD-TIME
           MOVE OPA-ACTION            TO ARD-ACTION
           MOVE OPA-PROGRAM-ID        TO ARD-PROGRAM-ID
           MOVE OPA-JOB-ID            TO ARD-JOB-ID
           MOVE OPA-KEY               TO ARD-KEY
           MOVE OPA-REASON            TO ARD-REASON
           WRITE AUDIT-REPORT-LINE FROM AUDIT-DETAIL-RECORD.
