      *  registered before you decide what is safe to clear.        *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Take the operator's initials and  *
      *              a reason through OPAUDIT "SIGN " before the    *
      *              registry is locked, and append the cleared     *
      *              row's image to the OPAUDIT.DAT audit trail.    *
      *   sysmaint   2026/09/03 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       01  WS-LOCK-STATUS            PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "INFLCLR ".

       COPY OPAUDLG.
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PARA.
               UPON CONSOLE
           ACCEPT WS-JOB-ID FROM CONSOLE

      * Signed before the lock, so the registry is never held while
      * the console waits for an answer.
           MOVE "SIGN "               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           IF WS-AUDIT-STATUS NOT = "Y"
               STOP RUN
           END-IF

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS
               IF IFR-PROGRAM-ID = WS-PROGRAM-ID
                   AND IFR-JOB-ID = WS-JOB-ID
                   MOVE "Y"            TO WS-FOUND
                   MOVE IN-FLIGHT-RECORD  TO OPA-BEFORE-IMAGE
               END-IF
           END-PERFORM

           IF WS-FOUND = "Y"
               PERFORM REWRITE-REGISTRY-PARA
               PERFORM AUDIT-CLEAR-PARA
               DISPLAY "INFLCLR: cleared " WS-PROGRAM-ID "/"
                   WS-JOB-ID " from INFLIGHT.DAT" UPON CONSOLE
           ELSE
               END-IF
           END-PERFORM
           CLOSE IN-FLIGHT-FILE.

       AUDIT-CLEAR-PARA.
           MOVE "CLEAR   "            TO OPA-ACTION
           MOVE WS-PROGRAM-ID         TO OPA-PROGRAM-ID
           MOVE WS-JOB-ID             TO OPA-JOB-ID
           MOVE SPACES                TO OPA-KEY
           STRING "INFLIGHT.DAT "     DELIMITED SIZE
                  WS-PROGRAM-ID       DELIMITED SIZE
                  "/"                 DELIMITED SIZE
                  WS-JOB-ID           DELIMITED SIZE
               INTO OPA-KEY
           MOVE SPACES                TO OPA-AFTER-IMAGE
           MOVE "WRITE"               TO WS-AUDIT-FUNCTION
           CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
               OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS.
