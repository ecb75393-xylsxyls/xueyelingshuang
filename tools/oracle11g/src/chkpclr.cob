      *  ones are safe to clear.                                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Take the operator's initials and  *
      *              a reason through OPAUDIT "SIGN " before        *
      *              anything is deleted, and append the checkpoint *
      *              record as it stood to the OPAUDIT.DAT audit    *
      *              trail once the file is gone -- audit could not *
      *              say who cleared a checkpoint before a rerun.   *
      *   sysmaint   2026/08/21 - Initial version.                 *
      ***************************************************************
       IDENTIFICATION DIVISION.
           05  WS-CHKPT-JOB-ID       PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       COPY OPAUDLG.
       01  WS-CALLER-ID              PIC X(8) VALUE "CHKPCLR ".
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
               DISPLAY "CHKPCLR: no checkpoint file " WS-CHKPT-FILE-NAME
                   " on disk" UPON CONSOLE
           ELSE
               MOVE SPACES           TO OPA-BEFORE-IMAGE
               READ CHECKPOINT-FILE
                   NOT AT END
                       MOVE CHECKPOINT-LINE  TO OPA-BEFORE-IMAGE
               END-READ
               CLOSE CHECKPOINT-FILE
               MOVE "SIGN "          TO WS-AUDIT-FUNCTION
               CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
                   OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
               IF WS-AUDIT-STATUS NOT = "Y"
                   STOP RUN
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-CHKPT-FILE-NAME
                   RETURNING WS-DELETE-RC
               IF WS-DELETE-RC = ZERO
                   DISPLAY "CHKPCLR: cleared " WS-CHKPT-FILE-NAME
                       UPON CONSOLE
                   PERFORM AUDIT-CLEAR-PARA
               ELSE
                   DISPLAY "CHKPCLR: could not clear "
                       WS-CHKPT-FILE-NAME " (return code "
           END-IF

           STOP RUN.

       AUDIT-CLEAR-PARA.
           MOVE "CLEAR   "           TO OPA-ACTION
           MOVE WS-PROGRAM-ID        TO OPA-PROGRAM-ID
           MOVE WS-JOB-ID            TO OPA-JOB-ID
           MOVE WS-CHKPT-FILE-NAME   TO OPA-KEY
           MOVE SPACES               TO OPA-AFTER-IMAGE
           MOVE "WRITE"              TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.
