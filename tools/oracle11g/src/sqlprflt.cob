      *    - checks every non-NULL bind value against its declared  *
      *      BCT-BIND-TYPE -- numeric-only content where the entry  *
      *      says "N", a plausible YYYYMMDD shape where it says     *
      *      "D";                                                   *
      *    - checks an incremental definition's ECT-HWM- fields: a  *
      *      CSV extract, a bind position within the bind count,    *
      *      type N or C;                                           *
      *    - checks a partitioned definition's "PARTITN " records:  *
      *      slices numbered 1 up to at most 4, bind positions      *
      *      within the bind count.                                 *
      *  Every finding goes to PREFLT.DAT and the console, and the  *
      *  step ends with RETURN-CODE 8 when anything would have      *
      *  failed tonight, 0 when the queue is clean -- so            *
      *  instead of after it.                                       *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Check a partitioned definition's  *
      *              "PARTITN " slice numbering and bind positions, *
      *              which EXTDRV would otherwise drop from the     *
      *              run.                                           *
      *   sysmaint   2026/10/15 - Check an incremental definition's *
      *              high-water-mark column, bind position, type    *
      *              and output mode, each of which would otherwise *
      *              make EXTDRV fall back to a full extract.       *
      *   sysmaint   2026/10/15 - Resolve business-date tokens      *
      *              through BINDTOK "RSLV " before the type        *
      *              checks, so a token is checked as the date it   *
      *              stands for and an unknown one is a BINDTOK     *
      *              finding.                                       *
      *   sysmaint   2026/10/15 - Skip a definition EXTMAINT has    *
      *              retired (ECT-STATUS "R") -- its header, SQL    *
      *              segments and binds alike -- and count it on    *
      *              the closing console line.                      *
      *   sysmaint   2026/09/03 - Read the control file through the   *
      *              full FD line and remap per record kind; the      *
      *              READ INTO the 62-byte EXTRACT layout truncated   *
       01  WS-AT-END                 PIC X(1).
       01  WS-HAVE-EXTRACT           PIC X(1) VALUE "N".
       01  WS-EXTRACT-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-RETIRED-DEFINITION     PIC X(1) VALUE "N".
       01  WS-RETIRED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-FINDING-COUNT          PIC S9(9) COMP VALUE ZERO.

       01  WS-SAVED-EXTRACT-ID       PIC X(8).
       01  WS-CONTROL-BIND-COUNT     PIC S9(9) COMP.
       01  WS-SAVED-OUTPUT-MODE      PIC X(3).
       01  WS-SAVED-HWM-COL          PIC S9(4) COMP.
       01  WS-SAVED-HWM-BIND         PIC S9(4) COMP.
       01  WS-SAVED-HWM-TYPE         PIC X(1).
       01  WS-SLICE-COUNT            PIC S9(4) COMP.
       01  WS-SLICE-NR               PIC S9(4) COMP.
       01  WS-SLICE-POS              PIC S9(4) COMP.
       01  WS-SQL-PTR                PIC S9(9) COMP.
       01  WS-SEGMENT-LEN            PIC S9(9) COMP.

       01  WS-BIND-TYPES.
           05  WS-BIND-TYPE          OCCURS 40 TIMES PIC X(1).
       01  WS-BIND-IX                PIC S9(9) COMP.
       01  WS-TOKEN-FUNCTION         PIC X(5).
       01  WS-TOKEN-JOB-ID           PIC X(8) VALUE SPACES.
       01  WS-TOKEN-POS              PIC S9(4) COMP.
       01  WS-TOKEN-VALUE            PIC X(80).
       01  WS-TOKEN-STATUS           PIC X(1).
       01  WS-VALID-FLAG             PIC X(1).
       01  WS-CHAR-IX                PIC S9(9) COMP.
       01  WS-ONE-CHAR               PIC X(1).
           CLOSE PREFLIGHT-REPORT-FILE

           DISPLAY "SQLPRFLT: " WS-EXTRACT-COUNT " extract(s) "
               "pre-flighted, " WS-RETIRED-COUNT " retired skipped, "
               WS-FINDING-COUNT " finding(s) -- see PREFLT.DAT"
               UPON CONSOLE

           IF WS-FINDING-COUNT > ZERO
               MOVE 8                 TO RETURN-CODE
                           IF WS-HAVE-EXTRACT = "Y"
                               PERFORM CHECK-EXTRACT-PARA
                           END-IF
                           IF ECT-STATUS = "R"
                               PERFORM SKIP-RETIRED-PARA
                           ELSE
                               MOVE "N"    TO WS-RETIRED-DEFINITION
                               PERFORM START-DEFINITION-PARA
                           END-IF
                       WHEN "SQLTEXT "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM APPEND-SQL-SEGMENT-PARA
                           END-IF
                       WHEN "BINDVAL "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM STORE-BIND-VALUE-PARA
                           END-IF
                       WHEN "PARTITN "
                           IF WS-RETIRED-DEFINITION = "N"
                               PERFORM CHECK-PARTITION-PARA
                           END-IF
                   END-EVALUATE
           END-READ.

      * A retired definition stays in the file for EXTMAINT to list
      * and copy; its continuation records are passed over until
      * the next header.
       SKIP-RETIRED-PARA.
           MOVE "Y"                   TO WS-RETIRED-DEFINITION
           ADD 1                      TO WS-RETIRED-COUNT
           DISPLAY ECT-EXTRACT-ID " SQLPRFLT: retired on "
               ECT-STATUS-DATE " -- skipped" UPON CONSOLE.

       START-DEFINITION-PARA.
           MOVE "Y"                   TO WS-HAVE-EXTRACT
           MOVE ECT-EXTRACT-ID        TO WS-SAVED-EXTRACT-ID
           MOVE ECT-BIND-COUNT        TO WS-CONTROL-BIND-COUNT
           MOVE ECT-OUTPUT-MODE       TO WS-SAVED-OUTPUT-MODE
           MOVE ZERO                  TO WS-SAVED-HWM-COL
           MOVE ZERO                  TO WS-SAVED-HWM-BIND
           MOVE ECT-HWM-TYPE          TO WS-SAVED-HWM-TYPE
           MOVE ZERO                  TO WS-SLICE-COUNT
           IF ECT-HWM-COL IS NUMERIC
               MOVE ECT-HWM-COL       TO WS-SAVED-HWM-COL
           END-IF
           IF ECT-HWM-BIND IS NUMERIC
               MOVE ECT-HWM-BIND      TO WS-SAVED-HWM-BIND
           END-IF
      * Same clamp the runner puts on this operator-typed count --
      * the engine's bind tables have 40 slots, full stop.
           IF WS-CONTROL-BIND-COUNT > 40
               PERFORM WRITE-FINDING-PARA
           END-IF.

      * The runner drops an out-of-sequence slice and a bind
      * position past the bind count -- the first loses that slice's
      * rows from the extract, the second runs it on the BINDVAL
      * value and duplicates another slice's.
       CHECK-PARTITION-PARA.
           MOVE EXTRACT-CONTROL-LINE    TO PARTITION-CONTROL-RECORD
           MOVE "PARTITN "            TO PFR-KIND
           MOVE ZERO                  TO PFR-BIND-POS
           MOVE ZERO                  TO WS-SLICE-NR
           IF PCT-SLICE-NR IS NUMERIC
               MOVE PCT-SLICE-NR      TO WS-SLICE-NR
           END-IF

           IF WS-SLICE-NR = WS-SLICE-COUNT + 1 AND WS-SLICE-NR <= 4
               MOVE WS-SLICE-NR       TO WS-SLICE-COUNT
           ELSE
               MOVE "slice out of sequence or past 4 -- not run"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF

           MOVE 99                    TO WS-SLICE-POS
           IF PCT-BIND-POS-1 IS NUMERIC
               MOVE PCT-BIND-POS-1    TO WS-SLICE-POS
           END-IF
           IF WS-SLICE-POS < 1 OR WS-SLICE-POS > WS-CONTROL-BIND-COUNT
               MOVE WS-SLICE-POS      TO PFR-BIND-POS
               MOVE "slice bind position outside the bind count"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF

           MOVE ZERO                  TO WS-SLICE-POS
           IF PCT-BIND-POS-2 NOT = SPACES
               MOVE 99                TO WS-SLICE-POS
           END-IF
           IF PCT-BIND-POS-2 IS NUMERIC
               MOVE PCT-BIND-POS-2    TO WS-SLICE-POS
           END-IF
           IF WS-SLICE-POS > WS-CONTROL-BIND-COUNT
               MOVE WS-SLICE-POS      TO PFR-BIND-POS
               MOVE "second slice bind position outside the bind count"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

       CHECK-EXTRACT-PARA.
           ADD 1                      TO WS-EXTRACT-COUNT

               UNTIL WS-BIND-IX > WS-CONTROL-BIND-COUNT
                  OR WS-BIND-IX > 40

           IF WS-SAVED-HWM-COL > ZERO
               PERFORM CHECK-HIGH-WATER-PARA
           END-IF

           MOVE "N"                   TO WS-HAVE-EXTRACT.

      * The runner falls back to a full extract on any of these --
      * quietly resending everything downstream, which is exactly
      * what the afternoon should catch.
       CHECK-HIGH-WATER-PARA.
           MOVE "HWMARK  "            TO PFR-KIND
           MOVE ZERO                  TO PFR-BIND-POS
           IF WS-SAVED-OUTPUT-MODE NOT = "CSV"
               MOVE "high-water mark on a mode DLVRMGR does not ship"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF WS-SAVED-HWM-COL > 40
               MOVE "high-water-mark column outside 1-40"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF WS-SAVED-HWM-BIND < 1
               OR WS-SAVED-HWM-BIND > WS-CONTROL-BIND-COUNT
               MOVE "high-water-mark bind outside the bind count"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF
           IF WS-SAVED-HWM-TYPE NOT = "N" AND NOT = "C"
               MOVE "high-water-mark type is not N or C"
                                      TO PFR-DETAIL
               PERFORM WRITE-FINDING-PARA
           END-IF.

      * A business-date token is checked as the date it resolves to
      * today; one BINDTOK does not know is a finding of its own.
       CHECK-BIND-VALUE-PARA.
           IF WS-BIND-NULL-FLAG(WS-BIND-IX) = "Y"
               CONTINUE
           ELSE
               MOVE "Y"               TO WS-VALID-FLAG
               MOVE "RSLV "           TO WS-TOKEN-FUNCTION
               MOVE WS-BIND-IX        TO WS-TOKEN-POS
               MOVE WS-BIND-VALUE(WS-BIND-IX)  TO WS-TOKEN-VALUE
               CALL "BINDTOK" USING WS-TOKEN-FUNCTION, WS-CALLER-ID,
                   WS-SAVED-EXTRACT-ID, WS-TOKEN-JOB-ID, WS-TOKEN-POS,
                   WS-BIND-VALUE(WS-BIND-IX), WS-TOKEN-STATUS
               IF WS-TOKEN-STATUS = "E"
                   MOVE "BINDTOK "    TO PFR-KIND
                   MOVE WS-BIND-IX    TO PFR-BIND-POS
                   MOVE SPACES        TO PFR-DETAIL
                   STRING "not a known business-date token: "
                                                       DELIMITED SIZE
                          FUNCTION TRIM(WS-TOKEN-VALUE)
                                                       DELIMITED SIZE
                       INTO PFR-DETAIL
                   PERFORM WRITE-FINDING-PARA
               END-IF
               EVALUATE TRUE
                   WHEN WS-TOKEN-STATUS = "E"
                       CONTINUE
                   WHEN WS-BIND-TYPE(WS-BIND-IX) = "N"
                       PERFORM CHECK-NUMERIC-PARA
                   WHEN WS-BIND-TYPE(WS-BIND-IX) = "D"
                       PERFORM CHECK-DATE-PARA
                   WHEN OTHER
                       CONTINUE
