      ***************************************************************
      *                                                             *
      *               O  P  A  U  D  I  T                           *
      *                                                             *
      *  Operator-action audit trail for the maintenance utilities. *
      *  OFPMAINT rewrote ORAFLAGS.DAT, INFLCLR removed             *
      *  INFLIGHT.DAT rows, CHKPCLR deleted checkpoints and         *
      *  REJMAINT resolved rejects with nothing but a console line  *
      *  to show who did it, and audit could not be told who        *
      *  cleared a checkpoint before a rerun. Every utility that    *
      *  changes control state now CALLs this:                      *
      *                                                             *
      *    WS-AUDIT-FUNCTION = "SIGN " - prompts on the console for *
      *       the operator's initials and the reason for the        *
      *       change, both required; WS-AUDIT-STATUS "Y" with       *
      *       OPA-OPERATOR and OPA-REASON filled in, or "N" when    *
      *       either was left blank -- the utility then changes     *
      *       nothing. Signing is held for the rest of the run      *
      *       unit, so a utility that makes several changes asks    *
      *       once.                                                 *
      *    WS-AUDIT-FUNCTION = "WRITE" - stamps the date, time,     *
      *       calling utility and the signed operator and reason on *
      *       the caller's OPERATOR-AUDIT-RECORD (opaudlg.cob) and  *
      *       appends it to OPAUDIT.DAT under FILLOCK; "N" and      *
      *       nothing written when the run never signed.            *
      *                                                             *
      *  The caller fills OPA-ACTION, OPA-PROGRAM-ID, OPA-JOB-ID,   *
      *  OPA-KEY and the before and after images, and writes the    *
      *  audit record once the change is on disk.                   *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-AUDIT-FILE
               ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-AUDIT-FILE.
       01  OPERATOR-AUDIT-LINE       PIC X(769).

       WORKING-STORAGE SECTION.
       01  WS-SIGNED                 PIC X(1) VALUE "N".
       01  WS-SIGNED-OPERATOR        PIC X(3).
       01  WS-SIGNED-REASON          PIC X(40).

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "OPAUDIT ".
       01  WS-LOCK-STATUS            PIC X(1).

       LINKAGE SECTION.
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-CALLER-ID              PIC X(8).
       COPY OPAUDLG.
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.

       MAIN-PARA.
           EVALUATE WS-AUDIT-FUNCTION
               WHEN "SIGN "
                   PERFORM SIGN-PARA
               WHEN "WRITE"
                   PERFORM WRITE-PARA
               WHEN OTHER
                   DISPLAY WS-CALLER-ID " OPAUDIT: unrecognized "
                       "function " WS-AUDIT-FUNCTION UPON CONSOLE
                   MOVE "N"           TO WS-AUDIT-STATUS
           END-EVALUATE

           GOBACK.

       SIGN-PARA.
           IF WS-SIGNED = "N"
               DISPLAY WS-CALLER-ID ": enter your initials"
                   UPON CONSOLE
               MOVE SPACES            TO WS-SIGNED-OPERATOR
               ACCEPT WS-SIGNED-OPERATOR FROM CONSOLE
               DISPLAY WS-CALLER-ID ": enter the reason for this "
                   "change" UPON CONSOLE
               MOVE SPACES            TO WS-SIGNED-REASON
               ACCEPT WS-SIGNED-REASON FROM CONSOLE
               IF WS-SIGNED-OPERATOR = SPACES
                   OR WS-SIGNED-REASON = SPACES
                   DISPLAY WS-CALLER-ID ": initials and a reason are "
                       "required -- nothing was changed" UPON CONSOLE
               ELSE
                   MOVE "Y"           TO WS-SIGNED
               END-IF
           END-IF

           MOVE WS-SIGNED             TO WS-AUDIT-STATUS
           MOVE WS-SIGNED-OPERATOR    TO OPA-OPERATOR
           MOVE WS-SIGNED-REASON      TO OPA-REASON.

       WRITE-PARA.
           IF WS-SIGNED = "N"
               DISPLAY WS-CALLER-ID " OPAUDIT: change to " OPA-KEY
                   " made without signing -- not audited"
                   UPON CONSOLE
               MOVE "N"               TO WS-AUDIT-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)  TO OPA-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO OPA-TIME
               MOVE WS-CALLER-ID      TO OPA-UTILITY
               MOVE WS-SIGNED-OPERATOR  TO OPA-OPERATOR
               MOVE WS-SIGNED-REASON  TO OPA-REASON

               MOVE "LOCK "           TO WS-LOCK-FUNCTION
               CALL "FILLOCK" USING WS-LOCK-FUNCTION,
                   WS-LOCK-RESOURCE, WS-CALLER-ID, WS-LOCK-STATUS
               OPEN EXTEND OPERATOR-AUDIT-FILE
               WRITE OPERATOR-AUDIT-LINE FROM OPERATOR-AUDIT-RECORD
               CLOSE OPERATOR-AUDIT-FILE
               MOVE "UNLCK"           TO WS-LOCK-FUNCTION
               CALL "FILLOCK" USING WS-LOCK-FUNCTION,
                   WS-LOCK-RESOURCE, WS-CALLER-ID, WS-LOCK-STATUS
               MOVE "Y"               TO WS-AUDIT-STATUS
           END-IF.
