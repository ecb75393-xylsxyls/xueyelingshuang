      *  to NUMFMT (with the caller's PRECISION/SCALE for that         *
      *  column) for display -- the same formatting a single fetched   *
      *  value would get, just accumulated first.                      *
      *  Every function is passed on to BRKPRT as well (a row as     *
      *  "DETL ", a subtotal as "BREAK" with its group's row count,  *
      *  the grand total as "END  " with the report's row count and  *
      *  WS-EXTRACT-ROWS, the caller's count of rows extracted);     *
      *  BRKPRT prints only reports BRKPCTL.DAT names.               *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Pass INIT/ROW/subtotal/END on to   *
      *              BRKPRT for paginated print output; new last     *
      *              parameter WS-EXTRACT-ROWS for its row-count     *
      *              reconciliation.                                 *
      *   sysmaint   2026/08/21 - Clamp the caller's amount count at  *
      *              the 5 slots the accumulator tables have instead *
      *              of subscripting wherever the caller points.     *
       01  WS-RAW-VALUE               PIC S9(18)V9(9) COMP-3.
       01  WS-DISPLAY-VALUE           PIC X(40).

       01  WS-PRINT-FUNCTION          PIC X(5).
       01  WS-REPORT-ROWS             PIC S9(9) COMP.
       01  WS-GROUP-ROWS              PIC S9(9) COMP.
       01  WS-PRINT-AMOUNTS.
           05  WS-PRINT-AMOUNT       OCCURS 5 TIMES PIC X(40).

       LINKAGE SECTION.
       01  WS-FUNCTION               PIC X(5).
       01  WS-REPORT-ID              PIC X(8).
           05  WS-AMOUNT-PRECISION   OCCURS 5 TIMES PIC S9(9) COMP.
       01  WS-AMOUNT-SCALES.
           05  WS-AMOUNT-SCALE       OCCURS 5 TIMES PIC S9(9) COMP.
       01  WS-EXTRACT-ROWS           PIC S9(9) COMP.

       PROCEDURE DIVISION USING WS-FUNCTION, WS-REPORT-ID,
               WS-BREAK-VALUE, WS-AMOUNT-COUNT, WS-AMOUNT-VALUES,
               WS-AMOUNT-PRECISIONS, WS-AMOUNT-SCALES, WS-EXTRACT-ROWS.

       MAIN-PARA.
           EVALUATE WS-FUNCTION
           MOVE SPACES                 TO CONTROL-BREAK-REPORT-RECORD
           MOVE "Y"                    TO WS-FIRST-ROW-SWITCH
           MOVE ZERO                   TO WS-SAVED-AMOUNT-COUNT
           MOVE ZERO                   TO WS-REPORT-ROWS
           MOVE ZERO                   TO WS-GROUP-ROWS
           MOVE SPACES                 TO WS-PRINT-AMOUNTS

           PERFORM ZERO-TOTALS-PARA
               VARYING WS-AMOUNT-IX FROM 1 BY 1
               UNTIL WS-AMOUNT-IX > 5

           MOVE "INIT "                TO WS-PRINT-FUNCTION
           PERFORM CALL-BRKPRT-PARA.

       ZERO-TOTALS-PARA.
           MOVE ZERO                   TO WS-SUBTOTAL(WS-AMOUNT-IX)
               PERFORM ZERO-SUBTOTALS-PARA
                   VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > 5
               MOVE ZERO               TO WS-GROUP-ROWS
           END-IF

           PERFORM ACCUMULATE-AMOUNT-PARA
               VARYING WS-AMOUNT-IX FROM 1 BY 1
               UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
           ADD 1                       TO WS-GROUP-ROWS
           ADD 1                       TO WS-REPORT-ROWS

           MOVE SPACES                 TO WS-PRINT-AMOUNTS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE WS-AMOUNT-VALUE(WS-AMOUNT-IX)(1:40)
                                       TO WS-PRINT-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM
           MOVE "DETL "                TO WS-PRINT-FUNCTION
           PERFORM CALL-BRKPRT-PARA

           MOVE WS-BREAK-VALUE         TO WS-LAST-BREAK-VALUE
           MOVE "N"                    TO WS-FIRST-ROW-SWITCH.
               UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT

           WRITE CONTROL-BREAK-REPORT-LINE
               FROM CONTROL-BREAK-REPORT-RECORD

           PERFORM SAVE-PRINT-AMOUNTS-PARA
           MOVE "BREAK"                TO WS-PRINT-FUNCTION
           PERFORM CALL-BRKPRT-PARA.

       FORMAT-SUBTOTAL-PARA.
           CALL "NUMFMT" USING WS-SAVED-AMOUNT-PREC(WS-AMOUNT-IX),
           WRITE CONTROL-BREAK-REPORT-LINE
               FROM CONTROL-BREAK-REPORT-RECORD

           CLOSE CONTROL-BREAK-REPORT-FILE

           PERFORM SAVE-PRINT-AMOUNTS-PARA
           MOVE "END  "                TO WS-PRINT-FUNCTION
           PERFORM CALL-BRKPRT-PARA.

       SAVE-PRINT-AMOUNTS-PARA.
           MOVE SPACES                 TO WS-PRINT-AMOUNTS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE CBR-AMOUNT(WS-AMOUNT-IX)
                                       TO WS-PRINT-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM.

      * BRKPRT is handed the group's rows on a subtotal and the
      * report's rows otherwise.
       CALL-BRKPRT-PARA.
           IF WS-PRINT-FUNCTION = "BREAK"
               CALL "BRKPRT" USING WS-PRINT-FUNCTION,
                   WS-SAVED-REPORT-ID, WS-LAST-BREAK-VALUE,
                   WS-GROUP-ROWS, WS-SAVED-AMOUNT-COUNT,
                   WS-PRINT-AMOUNTS, WS-EXTRACT-ROWS
           ELSE
               CALL "BRKPRT" USING WS-PRINT-FUNCTION,
                   WS-SAVED-REPORT-ID, WS-BREAK-VALUE,
                   WS-REPORT-ROWS, WS-SAVED-AMOUNT-COUNT,
                   WS-PRINT-AMOUNTS, WS-EXTRACT-ROWS
           END-IF.
