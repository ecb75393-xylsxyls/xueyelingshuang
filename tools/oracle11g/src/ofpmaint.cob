      *  rather than silently dropping the new row.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - ADD and CHANGE take the           *
      *              operator's initials and a reason through       *
      *              OPAUDIT "SIGN " before anything is changed,    *
      *              and append the row's before and after image to *
      *              the OPAUDIT.DAT audit trail once ORAFLAGS.DAT  *
      *              is rewritten.                                  *
      *   sysmaint   2026/08/21 - Refuse ADD/CHANGE when the load     *
      *              overflowed the 50-row table; the rewrite would   *
      *              otherwise silently drop every row past it.       *
       01  WS-NEW-ORAHCHF             PIC S9(9).
       01  WS-NEW-ORASTXTF            PIC S9(9).

       COPY OPAUDLG.
       01  WS-CALLER-ID               PIC X(8) VALUE "OFPMAINT".
       01  WS-AUDIT-FUNCTION          PIC X(5).
       01  WS-AUDIT-STATUS            PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
               PERFORM PROMPT-FLAGS-PARA
           END-IF

           IF WS-ABORT = "N"
               PERFORM SIGN-ON-PARA
           END-IF

           IF WS-ABORT = "N"
               MOVE SPACES              TO OPA-BEFORE-IMAGE
               IF WS-FUNCTION = "CHANGE"
                   MOVE WS-SAVED-ROW(WS-FOUND-IX)  TO OPA-BEFORE-IMAGE
               END-IF
           END-IF

           IF WS-ABORT = "N" AND WS-FUNCTION = "ADD"
               ADD 1                    TO WS-ROW-COUNT
               MOVE WS-ROW-COUNT        TO WS-FOUND-IX
               MOVE WS-INPUT-JOB-ID    TO WS-SAVED-JOB-ID(WS-ROW-COUNT)
               MOVE WS-NEW-ORACCHF     TO WS-SAVED-ORACCHF(WS-ROW-COUNT)
               MOVE WS-NEW-ORADBGF     TO WS-SAVED-ORADBGF(WS-ROW-COUNT)

           IF WS-ABORT = "N"
               PERFORM REWRITE-FILE-PARA
               PERFORM AUDIT-CHANGE-PARA
               DISPLAY "OFPMAINT: " WS-FUNCTION " of job id "
                   WS-INPUT-JOB-ID " complete, " WS-ROW-COUNT
                   " row(s) on file" UPON CONSOLE
           END-IF.

      * Initials and a reason, or no change at all.
       SIGN-ON-PARA.
           MOVE "SIGN "                 TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "Y"
               MOVE "Y"                 TO WS-ABORT
           END-IF.

      * ORAFLAGS.DAT is keyed by job id alone, so OPA-PROGRAM-ID is
      * left blank.
       AUDIT-CHANGE-PARA.
           MOVE WS-FUNCTION             TO OPA-ACTION
           MOVE SPACES                  TO OPA-PROGRAM-ID
           MOVE WS-INPUT-JOB-ID         TO OPA-JOB-ID
           MOVE SPACES                  TO OPA-KEY
           STRING "ORAFLAGS.DAT "       DELIMITED SIZE
                  WS-INPUT-JOB-ID       DELIMITED SIZE
               INTO OPA-KEY
           MOVE WS-SAVED-ROW(WS-FOUND-IX)  TO OPA-AFTER-IMAGE
           MOVE "WRITE"                 TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.

       FIND-ROW-PARA.
           MOVE ZERO                   TO WS-FOUND-IX
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-ROW-COUNT
