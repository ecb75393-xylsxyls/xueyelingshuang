      *  summary is complete" is something operations can assert.   *
      *  A file with no bad lines is left untouched.                *
      *                                                             *
      *  The JOBREG ledger is the keyed JOBLEDG.DAT (jobrgkey.cob), *
      *  judged record by record in key order. JOBREG alone writes  *
      *  the ledger, so a failing record is copied to LOGQUAR.DAT   *
      *  and counted, not removed; the ledger itself is never       *
      *  rewritten here.                                            *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Judge the keyed JOBLEDG.DAT       *
      *              ledger in place of the flat JOBREG.DAT nothing *
      *              writes any more; its bad records are           *
      *              quarantined as copies and the ledger is left   *
      *              as JOBREG wrote it.                            *
      *   sysmaint   2026/09/03 - Widen the line buffers to hold the  *
      *              308-byte enriched ABNDRPT record; the 300-byte   *
      *              buffers truncated it, and one quarantined line   *
               ASSIGN TO "LOGVALID.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL QUARANTINE-FILE
               ASSIGN TO "LOGQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  GOOD-LINES-FILE.
       01  GOOD-LINES-LINE           PIC X(320).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-LINE           PIC X(332).

           05  LVR-BAD-COUNT         PIC 9(9).

       01  WS-LIVE-STATUS            PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-LIVE-FILE-NAME         PIC X(13).
       01  WS-IX                     PIC S9(9) COMP.
           05  FILLER  PIC X(29) VALUE "NTFYLOG 00010009             ".
           05  FILLER  PIC X(29) VALUE "MASKLOG 00090017             ".
           05  FILLER  PIC X(29) VALUE "LOCKLOG 00090017             ".
           05  FILLER  PIC X(29) VALUE "JOBLEDG 00000000JOBRGJOBREG  ".
       01  WS-LOG-ENTRIES REDEFINES WS-LOG-TABLE.
           05  WS-LOG-ENTRY          OCCURS 18 TIMES.
               10  WS-LOG-BASE           PIC X(8).
                   WS-LOCK-STATUS
           END-IF

           IF WS-LOG-EXTRA(WS-IX) = "JOBRG"
               PERFORM VALIDATE-LEDGER-PARA
           ELSE
               OPEN INPUT LIVE-LOG-FILE
               IF WS-LIVE-STATUS = "00"
                   OPEN OUTPUT GOOD-LINES-FILE

                   MOVE "N"           TO WS-AT-END
                   PERFORM CHECK-ONE-LINE-PARA UNTIL WS-AT-END = "Y"

                   CLOSE GOOD-LINES-FILE
                   CLOSE LIVE-LOG-FILE

                   IF WS-BAD-COUNT > ZERO
                       PERFORM REWRITE-LIVE-PARA
                   END-IF

                   PERFORM WRITE-REPORT-ROW-PARA
               END-IF
           END-IF

           IF WS-LOG-RESOURCE(WS-IX) NOT = SPACES
                   ELSE
                       ADD 1           TO WS-BAD-COUNT
                       ADD 1           TO WS-TOTAL-BAD
                       MOVE LIVE-LOG-LINE(1:308)  TO LQR-LINE-TEXT
                       PERFORM QUARANTINE-LINE-PARA
                   END-IF
           END-READ.

      * The ledger is read in key order and judged through the
      * JOB-REGISTRY-RECORD view; nothing is written back to it.
       VALIDATE-LEDGER-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM CHECK-ONE-LEDGER-ROW-PARA
                   UNTIL WS-AT-END = "Y"
               CLOSE JOB-REGISTRY-FILE
               PERFORM WRITE-REPORT-ROW-PARA
           END-IF.

       CHECK-ONE-LEDGER-ROW-PARA.
           READ JOB-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-AT-END
               NOT AT END
                   ADD 1               TO WS-LINE-NR
                   MOVE JOB-REGISTRY-LINE  TO JOB-REGISTRY-RECORD
                   MOVE "Y"            TO WS-LINE-VALID
                   PERFORM JUDGE-JOBRG-PARA
                   IF WS-LINE-VALID = "Y"
                       ADD 1           TO WS-GOOD-COUNT
                   ELSE
                       ADD 1           TO WS-BAD-COUNT
                       ADD 1           TO WS-TOTAL-BAD
                       MOVE JOB-REGISTRY-LINE  TO LQR-LINE-TEXT
                       PERFORM QUARANTINE-LINE-PARA
                   END-IF
           END-READ.
                   PERFORM JUDGE-RECN-PARA
               WHEN "SLOW "
                   PERFORM JUDGE-SLOW-PARA
               WHEN OTHER
                   PERFORM JUDGE-GENERIC-PARA
           END-EVALUATE.
           END-IF.

       JUDGE-JOBRG-PARA.
           IF JBR-START-DATE IS NUMERIC
               MOVE JBR-START-DATE    TO WS-DATE-CHECK
               PERFORM CHECK-DATE-PLAUSIBLE-PARA

           MOVE WS-LIVE-FILE-NAME     TO LQR-FILE-NAME
           MOVE WS-LINE-NR            TO LQR-LINE-NR

           WRITE QUARANTINE-LINE FROM QUARANTINE-RECORD

