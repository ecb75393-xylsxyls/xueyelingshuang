      *  WS-FILE-STATUS is checked before every READ loop the same    *
      *  way ORACONN treats a missing ORAFLAGS.DAT.                   *
      *                                                             *
      *  The day's runs come from the keyed JOBREG ledger           *
      *  (JOBLEDG.DAT), started on today's end date by its end-date *
      *  key so the months of history before it are never read:     *
      *  runs ended today, dirty runs (negative worst SQLCODE),     *
      *  deadline-governed stops and elapsed seconds go out as one  *
      *  "RUNS  " record ahead of the TOTAL record.                 *
      *                                                             *
      *  SQLERRLG.DAT interleaves ERROR-LOG-RECORD with its overflow  *
      *  ERROR-LOG-CONT-RECORD siblings in the same file with no       *
      *  record-type byte of its own; ERL-CONTINUED (Y/N) only lands  *
      *  180-byte line with spaces) and is skipped from the count.     *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Added the day's run totals from   *
      *              the keyed JOBREG ledger (JOBLEDG.DAT), read by *
      *              end date.                                      *
      *   sysmaint   2026/08/21 - RECONCIL logs clean               *
      *              reconciliations too now; count only the         *
      *              RCL-MATCHED breaks as reconciliation breaks.    *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-JBR-STATUS.

           SELECT DAILY-SUMMARY-FILE
               ASSIGN TO "DAILYSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PARSE-RATIO-FILE.
       01  PARSE-RATIO-LINE          PIC X(80).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  DAILY-SUMMARY-FILE.
       01  DAILY-SUMMARY-LINE        PIC X(80).

       COPY SQLDCLG.
       COPY TYPCHLG.
       COPY PARSRLG.
       COPY JOBREGLG.
       COPY DLYSUMLG.

       01  WS-ERR-STATUS             PIC X(2).
       01  WS-SDL-STATUS             PIC X(2).
       01  WS-TCL-STATUS             PIC X(2).
       01  WS-PRL-STATUS             PIC X(2).
       01  WS-JBR-STATUS             PIC X(2).
       01  WS-AT-END                 PIC X(1).

       01  WS-TODAY                  PIC X(8).
       01  WS-SQLD-MISMATCH-COUNT    PIC S9(9) COMP VALUE ZERO.
       01  WS-TYPE-UNKNOWN-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  WS-PARSE-FLAGGED-COUNT    PIC S9(9) COMP VALUE ZERO.
       01  WS-RUN-COUNT              PIC S9(9) COMP VALUE ZERO.
       01  WS-DIRTY-RUN-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-DEADLINE-RUN-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  WS-RUN-ELAPSED-SECONDS    PIC S9(9) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM COUNT-SQLD-MISMATCHES-PARA
           PERFORM COUNT-TYPE-UNKNOWNS-PARA
           PERFORM COUNT-FLAGGED-PARSE-PARA
           PERFORM COUNT-RUNS-PARA

           PERFORM WRITE-RUNS-PARA
           PERFORM WRITE-TOTALS-PARA

           CLOSE DAILY-SUMMARY-FILE
               " recon-breaks=" WS-RECON-BREAK-COUNT
               " sqld-mismatches=" WS-SQLD-MISMATCH-COUNT
               " type-unknowns=" WS-TYPE-UNKNOWN-COUNT
               " parse-flagged=" WS-PARSE-FLAGGED-COUNT
               " runs=" WS-RUN-COUNT
               " dirty-runs=" WS-DIRTY-RUN-COUNT
               " deadline-stops=" WS-DEADLINE-RUN-COUNT UPON CONSOLE

           STOP RUN.

               CLOSE PARSE-RATIO-FILE
           END-IF.

      * The ledger's end-date key is positioned on today, so only
      * today's rows are read; the first later date ends the scan.
       COUNT-RUNS-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-JBR-STATUS = "00"
               MOVE "N"                TO WS-AT-END
               MOVE WS-TODAY           TO JRK-END-DATE
               START JOB-REGISTRY-FILE
                   KEY IS EQUAL TO JRK-END-DATE
                   INVALID KEY
                       MOVE "Y"         TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"     TO WS-AT-END
                       NOT AT END
                           IF JBR-END-DATE NOT = WS-TODAY
                               MOVE "Y" TO WS-AT-END
                           ELSE
                               PERFORM TALLY-RUN-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-REGISTRY-FILE
           END-IF.

       TALLY-RUN-PARA.
           ADD 1                       TO WS-RUN-COUNT
           IF JBR-WORST-SQLCODE IS NUMERIC
               AND JBR-WORST-SQLCODE < ZERO
               ADD 1                   TO WS-DIRTY-RUN-COUNT
           END-IF
           IF JBR-STATUS = "DEADLINE"
               ADD 1                   TO WS-DEADLINE-RUN-COUNT
           END-IF
           IF JBR-ELAPSED-SECONDS IS NUMERIC
               ADD JBR-ELAPSED-SECONDS TO WS-RUN-ELAPSED-SECONDS
           END-IF.

       WRITE-FLAGGED-PARSE-PARA.
           MOVE "PARSE "               TO DSM-KIND
           MOVE WS-TODAY                TO DSM-DATE
           MOVE WS-PARSE-FLAGGED-COUNT  TO DSM-PARSE-RATIO-PCT

           WRITE DAILY-SUMMARY-LINE FROM DAILY-SUMMARY-RECORD.

       WRITE-RUNS-PARA.
           MOVE "RUNS  "               TO DRS-KIND
           MOVE WS-TODAY                TO DRS-DATE
           MOVE WS-NOW                  TO DRS-TIME
           MOVE WS-RUN-COUNT            TO DRS-RUN-COUNT
           MOVE WS-DIRTY-RUN-COUNT      TO DRS-DIRTY-COUNT
           MOVE WS-DEADLINE-RUN-COUNT   TO DRS-DEADLINE-COUNT
           MOVE WS-RUN-ELAPSED-SECONDS  TO DRS-ELAPSED-SECONDS

           WRITE DAILY-SUMMARY-LINE FROM DAILY-RUN-SUMMARY-RECORD.
