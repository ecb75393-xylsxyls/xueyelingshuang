      *  Operator console over the toolkit's run, incident and      *
      *  checkpoint files. "Did the pricing extract finish, and     *
      *  why is job X still showing a checkpoint" used to mean      *
      *  cat-ing the JOBREG ledger, OPENINC.DAT and the             *
      *  CHKPT.<program>.<job-id>.DAT files and decoding fixed      *
      *  columns by eye. Menu-driven from the console, one          *
      *  screenful per question:                                    *
      *    0 - exit.                                                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Option 1 reads the keyed JOBREG   *
      *              ledger (JOBLEDG.DAT) from the program's first  *
      *              row only, and keeps its ten most recent runs   *
      *              by start stamp, since the key returns them job *
      *              by job rather than in time order.              *
      *   sysmaint   2026/09/03 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPEN-INCIDENT-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).
           05  WS-ARCHIVE-DATE       PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

      * The ten most recent of the program's ledger rows, kept in
      * start order. The ledger comes off its key job by job, not in
      * time order, so each row is placed by its start stamp.
       01  WS-RECENT-SIZE            PIC S9(9) COMP VALUE 10.
       01  WS-RECENT-COUNT           PIC S9(9) COMP.
       01  WS-RECENT-IX              PIC S9(9) COMP.
       01  WS-ROW-STAMP              PIC X(14).
       01  WS-SLOT-FOUND             PIC X(1).
       01  WS-RECENT-RUNS.
           05  WS-RECENT-ENTRY       OCCURS 10 TIMES.
               10  FILLER            PIC X(16).
               10  WS-RECENT-STAMP   PIC X(14).
               10  FILLER            PIC X(48).

       01  WS-ELAPSED-SHOW           PIC ZZZZZZZZ9.
       01  WS-SQLCODE-SHOW           PIC -9(9).
           DISPLAY "OPSCON: enter program id" UPON CONSOLE
           ACCEPT WS-ASK-PROGRAM-ID FROM CONSOLE

           MOVE ZERO                  TO WS-RECENT-COUNT

      * Only the program's own rows are read: START on the leading
      * part of the key, stop at the first row of the next program.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               MOVE WS-ASK-PROGRAM-ID TO JRK-PROGRAM-ID
               START JOB-REGISTRY-FILE
                   KEY IS NOT LESS THAN JRK-PROGRAM-ID
                   INVALID KEY
                       MOVE "Y"        TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF JBR-PROGRAM-ID = WS-ASK-PROGRAM-ID
                               PERFORM KEEP-RECENT-RUN-PARA
                           ELSE
                               MOVE "Y"    TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           END-IF

           IF WS-RECENT-COUNT = ZERO
               DISPLAY "OPSCON: no runs recorded for "
                   WS-ASK-PROGRAM-ID UPON CONSOLE
           ELSE
               DISPLAY "JOB      START             END               "
                   "  ELAPSED    WORST-SQL STATUS   CONN" UPON CONSOLE
               PERFORM SHOW-ONE-RUN-PARA
                   VARYING WS-RECENT-IX FROM 1 BY 1
                   UNTIL WS-RECENT-IX > WS-RECENT-COUNT
           END-IF.

      * A row older than everything kept, once ten are kept, is not
      * wanted; otherwise the oldest kept row makes room for it and
      * it slides in behind the rows newer than itself.
       KEEP-RECENT-RUN-PARA.
           MOVE JBR-START-DATE        TO WS-ROW-STAMP(1:8)
           MOVE JBR-START-TIME        TO WS-ROW-STAMP(9:6)

           IF WS-RECENT-COUNT = WS-RECENT-SIZE
               AND WS-ROW-STAMP NOT > WS-RECENT-STAMP(1)
               CONTINUE
           ELSE
               IF WS-RECENT-COUNT = WS-RECENT-SIZE
                   PERFORM VARYING WS-RECENT-IX FROM 2 BY 1
                           UNTIL WS-RECENT-IX > WS-RECENT-SIZE
                       MOVE WS-RECENT-ENTRY(WS-RECENT-IX)
                           TO WS-RECENT-ENTRY(WS-RECENT-IX - 1)
                   END-PERFORM
                   SUBTRACT 1         FROM WS-RECENT-COUNT
               END-IF

               COMPUTE WS-RECENT-IX = WS-RECENT-COUNT + 1
               MOVE "N"               TO WS-SLOT-FOUND
               PERFORM UNTIL WS-SLOT-FOUND = "Y"
                   IF WS-RECENT-IX = 1
                       MOVE "Y"        TO WS-SLOT-FOUND
                   ELSE
                       IF WS-RECENT-STAMP(WS-RECENT-IX - 1)
                           NOT > WS-ROW-STAMP
                           MOVE "Y"    TO WS-SLOT-FOUND
                       ELSE
                           MOVE WS-RECENT-ENTRY(WS-RECENT-IX - 1)
                               TO WS-RECENT-ENTRY(WS-RECENT-IX)
                           SUBTRACT 1  FROM WS-RECENT-IX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE JOB-REGISTRY-RECORD
                   TO WS-RECENT-ENTRY(WS-RECENT-IX)
               ADD 1                  TO WS-RECENT-COUNT
           END-IF.

      * Oldest to newest, the way the ledger used to read.
       SHOW-ONE-RUN-PARA.
           MOVE WS-RECENT-ENTRY(WS-RECENT-IX)  TO JOB-REGISTRY-RECORD
           IF JBR-ELAPSED-SECONDS IS NUMERIC
               MOVE JBR-ELAPSED-SECONDS  TO WS-ELAPSED-SHOW
           ELSE
           DISPLAY JBR-JOB-ID " " JBR-START-DATE "/" JBR-START-TIME
               " " JBR-END-DATE "/" JBR-END-TIME " " WS-ELAPSED-SHOW
               "s " WS-SQLCODE-SHOW " " JBR-STATUS " "
               JBR-CONNECTION UPON CONSOLE.

       SHOW-INCIDENTS-PARA.
           MOVE ZERO                  TO WS-LINE-COUNT
