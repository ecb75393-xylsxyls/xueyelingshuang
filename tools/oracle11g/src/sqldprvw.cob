      *  file as the acknowledgement trail.                         *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Reviewer initials now come from   *
      *              OPAUDIT "SIGN ", asked once per session at the *
      *              first close along with a reason, and every     *
      *              entry closed is appended to the OPAUDIT.DAT    *
      *              audit trail with its before and after image    *
      *              once the queue is rewritten.                   *
      *   sysmaint   2026/08/21 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       01  WS-PICK-NR                PIC S9(4) COMP.
       01  WS-REVIEW-INITS           PIC X(3).

       COPY OPAUDLG.
       01  WS-CALLER-ID              PIC X(8) VALUE "SQLDPRVW".
       01  WS-AUDIT-FUNCTION         PIC X(5).
       01  WS-AUDIT-STATUS           PIC X(1).

       01  WS-TABLE-SIZE             PIC S9(9) COMP VALUE 200.
       01  WS-ENTRY-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY        OCCURS 200 TIMES.
               10  WS-QUEUE-RECORD       PIC X(80).
               10  WS-QUEUE-ORIGINAL     PIC X(80).

       PROCEDURE DIVISION.

                           ADD 1       TO WS-ENTRY-COUNT
                           MOVE SQLD-PENDING-LINE
                               TO WS-QUEUE-RECORD(WS-ENTRY-COUNT)
                           MOVE SQLD-PENDING-LINE
                               TO WS-QUEUE-ORIGINAL(WS-ENTRY-COUNT)
                       ELSE
                           MOVE "Y"    TO WS-OVERFLOW
                       END-IF
           PERFORM REVIEW-ROUND-PARA UNTIL WS-DONE = "Y"

           PERFORM REWRITE-QUEUE-PARA
           PERFORM AUDIT-CLOSE-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-ENTRY-COUNT

           DISPLAY "SQLDPRVW: queue rewritten, " WS-OPEN-COUNT
               " entry(s) still open" UPON CONSOLE
                       SPQ-REVIEW-INITS " on " SPQ-REVIEW-DATE
                       UPON CONSOLE
               ELSE
                   MOVE "SIGN "       TO WS-AUDIT-FUNCTION
                   CALL "OPAUDIT" USING WS-AUDIT-FUNCTION,
                       WS-CALLER-ID, OPERATOR-AUDIT-RECORD,
                       WS-AUDIT-STATUS
                   MOVE OPA-OPERATOR  TO WS-REVIEW-INITS
                   IF WS-AUDIT-STATUS NOT = "Y"
                       DISPLAY "SQLDPRVW: entry left open"
                           UPON CONSOLE
                   ELSE
                       MOVE "CLOSED"   TO SPQ-STATUS
                       MOVE WS-REVIEW-INITS  TO SPQ-REVIEW-INITS
               WRITE SQLD-PENDING-LINE FROM WS-QUEUE-RECORD(WS-IX)
           END-PERFORM
           CLOSE SQLD-PENDING-FILE.

      * An entry whose record differs from what was loaded was
      * closed this session.
       AUDIT-CLOSE-PARA.
           IF WS-QUEUE-RECORD(WS-IX) NOT = WS-QUEUE-ORIGINAL(WS-IX)
               MOVE WS-QUEUE-RECORD(WS-IX)  TO SQLD-PENDING-RECORD
               MOVE "CLOSE   "        TO OPA-ACTION
               MOVE SPQ-PROGRAM-ID    TO OPA-PROGRAM-ID
               MOVE SPACES            TO OPA-JOB-ID
               MOVE SPACES            TO OPA-KEY
               STRING "SQLDPEND "      DELIMITED SIZE
                      SPQ-PROGRAM-ID   DELIMITED SIZE
                      " "              DELIMITED SIZE
                      SPQ-DATE         DELIMITED SIZE
                      " "              DELIMITED SIZE
                      SPQ-TIME         DELIMITED SIZE
                      " "              DELIMITED SIZE
                      SPQ-KIND         DELIMITED SIZE
                   INTO OPA-KEY
               MOVE WS-QUEUE-ORIGINAL(WS-IX)  TO OPA-BEFORE-IMAGE
               MOVE WS-QUEUE-RECORD(WS-IX)    TO OPA-AFTER-IMAGE
               MOVE "WRITE"           TO WS-AUDIT-FUNCTION
               CALL "OPAUDIT" USING WS-AUDIT-FUNCTION, WS-CALLER-ID,
                   OPERATOR-AUDIT-RECORD, WS-AUDIT-STATUS
           END-IF.
