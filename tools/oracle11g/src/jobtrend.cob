      *               J  O  B  T  R  E  N  D                        *
      *                                                             *
      *  Elapsed-time trend and SLA-breach report over the JOBREG   *
      *  run ledger. The ledger holds months of JBR-ELAPSED-SECONDS *
      *  per program/job pair but nobody reads it until something   *
      *  breaks; the overnight window has been shrinking for a year *
      *  and the creeping job is only found after it has already    *
      *  overrun. This report rolls the ledger up per               *
      *  JBR-PROGRAM-ID/JBR-JOB-ID pair, reading it in key order,   *
      *  so each pair's runs arrive together and in start order:    *
      *    - run count, average and worst elapsed seconds;          *
      *    - how many runs exceeded the operator's percentage of    *
      *      the pair's own average (a second pass over the         *
      *  damaged line) is skipped, not guessed at.                  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Read the keyed JOBREG ledger      *
      *              (JOBLEDG.DAT). Its key order brings each       *
      *              pair's runs together, so a run is matched      *
      *              against the pair in hand instead of searching  *
      *              the whole pair table.                          *
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
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT JOB-TREND-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  JOB-TREND-FILE.
       01  JOB-TREND-LINE            PIC X(100).
       01  WS-ENTRY-COUNT            PIC S9(9) COMP VALUE ZERO.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-CURRENT-IX             PIC S9(9) COMP.

       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY         OCCURS 100 TIMES.
           STOP RUN.

       READ-LEDGER-PARA.
           MOVE ZERO                  TO WS-CURRENT-IX
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           ELSE
               DISPLAY "JOBTREND: no JOBLEDG.DAT on disk -- no runs "
                   "to report" UPON CONSOLE
           END-IF.

      * The ledger's key puts each pair's runs together, and both
      * passes read it in the same order, so a row can only belong
      * to the pair in hand or to the next one in the table.
       TALLY-RUN-PARA.
           MOVE ZERO                  TO WS-MATCH-IX
           IF WS-CURRENT-IX > ZERO
               IF WS-PAIR-PROGRAM-ID(WS-CURRENT-IX) = JBR-PROGRAM-ID
                   AND WS-PAIR-JOB-ID(WS-CURRENT-IX) = JBR-JOB-ID
                   MOVE WS-CURRENT-IX  TO WS-MATCH-IX
               END-IF
           END-IF
           IF WS-MATCH-IX = ZERO
               AND WS-CURRENT-IX < WS-ENTRY-COUNT
               COMPUTE WS-IX = WS-CURRENT-IX + 1
               IF WS-PAIR-PROGRAM-ID(WS-IX) = JBR-PROGRAM-ID
                   AND WS-PAIR-JOB-ID(WS-IX) = JBR-JOB-ID
                   MOVE WS-IX          TO WS-MATCH-IX
                   MOVE WS-IX          TO WS-CURRENT-IX
               END-IF
           END-IF

           IF WS-PASS = 1
               PERFORM TALLY-PASS-ONE-PARA
               IF WS-ENTRY-COUNT < WS-TABLE-SIZE
                   ADD 1               TO WS-ENTRY-COUNT
                   MOVE WS-ENTRY-COUNT TO WS-MATCH-IX
                   MOVE WS-ENTRY-COUNT TO WS-CURRENT-IX
                   MOVE JBR-PROGRAM-ID
                       TO WS-PAIR-PROGRAM-ID(WS-MATCH-IX)
                   MOVE JBR-JOB-ID    TO WS-PAIR-JOB-ID(WS-MATCH-IX)
