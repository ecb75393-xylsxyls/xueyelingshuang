      ***************************************************************
      *                                                             *
      *               H  W  M  A  R  K                              *
      *                                                             *
      *  High-water marks for EXTDRV's incremental extracts, one    *
      *  HWMARK.DAT row (hwmarklg.cob) per extract id. The caller   *
      *  passes the record itself, the OPAUDIT convention, with     *
      *  HWM-EXTRACT-ID filled in:                                  *
      *                                                             *
      *    WS-FUNCTION = "GET  " - returns the extract's row,       *
      *       or WS-HWM-STATUS "N" (record blank but for the        *
      *       id) when it has no mark -- a full reload.             *
      *    WS-FUNCTION = "SET  " - stores the caller's              *
      *       HWM-MARK-TYPE, HWM-MARK, HWM-JOB-ID and               *
      *       HWM-ROW-COUNT as the extract's mark, replacing the    *
      *       row on file; HWM-SET-BY, -DATE and -TIME are          *
      *       stamped here.                                         *
      *    WS-FUNCTION = "RESET" - drops the extract's row and      *
      *       hands it back, so the caller can audit what was       *
      *       removed; "N" when there was none.                     *
      *                                                             *
      *  SET and RESET read the file whole and rewrite it under     *
      *  FILLOCK "HWMARK  ", so an operator's reset cannot          *
      *  interleave with a run storing its mark. A file with more   *
      *  rows than the table holds is never rewritten:              *
      *  WS-HWM-STATUS comes back "E" and the file is left as it    *
      *  was.                                                       *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HWMARK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIGH-WATER-MARK-FILE
               ASSIGN TO "HWMARK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIGH-WATER-MARK-FILE.
       01  HIGH-WATER-MARK-LINE      PIC X(128).

       WORKING-STORAGE SECTION.
       01  WS-MARK-STATUS            PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-TABLE-OVERFLOW         PIC X(1).
       01  WS-MAX-MARKS              PIC S9(9) COMP VALUE 500.
       01  WS-MARK-COUNT             PIC S9(9) COMP.
       01  WS-MARK-IX                PIC S9(9) COMP.
       01  WS-FOUND-IX               PIC S9(9) COMP.
       01  WS-KEEP-EXTRACT-ID        PIC X(8).
       01  WS-MARK-TABLE.
           05  WS-MARK-ENTRY         OCCURS 500 TIMES.
               10  WS-ME-EXTRACT-ID  PIC X(8).
               10  WS-ME-REST        PIC X(120).

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "HWMARK  ".
       01  WS-LOCK-STATUS            PIC X(1).

       LINKAGE SECTION.
       01  WS-FUNCTION               PIC X(5).
       01  WS-CALLER-ID              PIC X(8).
       COPY HWMARKLG.
       01  WS-HWM-STATUS             PIC X(1).

       PROCEDURE DIVISION USING WS-FUNCTION, WS-CALLER-ID,
               HIGH-WATER-MARK-RECORD, WS-HWM-STATUS.

       MAIN-PARA.
           MOVE "N"                   TO WS-HWM-STATUS

           EVALUATE WS-FUNCTION
               WHEN "GET  "
                   PERFORM LOAD-MARKS-PARA
                   PERFORM GET-PARA
               WHEN "SET  "
                   PERFORM LOCK-PARA
                   PERFORM LOAD-MARKS-PARA
                   PERFORM SET-PARA
                   PERFORM UNLOCK-PARA
               WHEN "RESET"
                   PERFORM LOCK-PARA
                   PERFORM LOAD-MARKS-PARA
                   PERFORM RESET-PARA
                   PERFORM UNLOCK-PARA
           END-EVALUATE

           GOBACK.

       LOAD-MARKS-PARA.
           MOVE ZERO                  TO WS-MARK-COUNT
           MOVE ZERO                  TO WS-FOUND-IX
           MOVE "N"                   TO WS-TABLE-OVERFLOW

           OPEN INPUT HIGH-WATER-MARK-FILE
           IF WS-MARK-STATUS = "00" OR WS-MARK-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ HIGH-WATER-MARK-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-MARK-PARA
                   END-READ
               END-PERFORM
               CLOSE HIGH-WATER-MARK-FILE
           END-IF.

       STORE-MARK-PARA.
           IF WS-MARK-COUNT < WS-MAX-MARKS
               ADD 1                  TO WS-MARK-COUNT
               MOVE HIGH-WATER-MARK-LINE
                                      TO WS-MARK-ENTRY(WS-MARK-COUNT)
               IF WS-ME-EXTRACT-ID(WS-MARK-COUNT) = HWM-EXTRACT-ID
                   MOVE WS-MARK-COUNT TO WS-FOUND-IX
               END-IF
           ELSE
               MOVE "Y"               TO WS-TABLE-OVERFLOW
           END-IF.

       GET-PARA.
           IF WS-FOUND-IX > ZERO
               MOVE WS-MARK-ENTRY(WS-FOUND-IX)
                                      TO HIGH-WATER-MARK-RECORD
               MOVE "Y"               TO WS-HWM-STATUS
           ELSE
               MOVE HWM-EXTRACT-ID    TO WS-KEEP-EXTRACT-ID
               MOVE SPACES            TO HIGH-WATER-MARK-RECORD
               MOVE WS-KEEP-EXTRACT-ID  TO HWM-EXTRACT-ID
               MOVE ZERO              TO HWM-ROW-COUNT
           END-IF.

      * The new row replaces the old one in place, or goes on the
      * end for an extract storing its first mark.
       SET-PARA.
           IF WS-TABLE-OVERFLOW = "Y"
               OR (WS-FOUND-IX = ZERO
                   AND WS-MARK-COUNT >= WS-MAX-MARKS)
               PERFORM REFUSE-OVERFLOW-PARA
           ELSE
               MOVE WS-CALLER-ID      TO HWM-SET-BY
               MOVE FUNCTION CURRENT-DATE(1:8)  TO HWM-SET-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)  TO HWM-SET-TIME
               IF WS-FOUND-IX = ZERO
                   ADD 1              TO WS-MARK-COUNT
                   MOVE WS-MARK-COUNT TO WS-FOUND-IX
               END-IF
               MOVE HIGH-WATER-MARK-RECORD
                                      TO WS-MARK-ENTRY(WS-FOUND-IX)
               PERFORM REWRITE-MARKS-PARA
               MOVE "Y"               TO WS-HWM-STATUS
           END-IF.

       RESET-PARA.
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOW = "Y"
                   PERFORM REFUSE-OVERFLOW-PARA
               WHEN WS-FOUND-IX = ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE WS-MARK-ENTRY(WS-FOUND-IX)
                                      TO HIGH-WATER-MARK-RECORD
                   MOVE SPACES        TO WS-MARK-ENTRY(WS-FOUND-IX)
                   PERFORM REWRITE-MARKS-PARA
                   MOVE "Y"           TO WS-HWM-STATUS
           END-EVALUATE.

       REFUSE-OVERFLOW-PARA.
           MOVE "E"                   TO WS-HWM-STATUS
           DISPLAY HWM-EXTRACT-ID " HWMARK ERROR: HWMARK.DAT has more "
               "than " WS-MAX-MARKS " rows -- mark not changed"
               UPON CONSOLE.

      * A blanked entry is a dropped row.
       REWRITE-MARKS-PARA.
           OPEN OUTPUT HIGH-WATER-MARK-FILE
           PERFORM VARYING WS-MARK-IX FROM 1 BY 1
                   UNTIL WS-MARK-IX > WS-MARK-COUNT
               IF WS-MARK-ENTRY(WS-MARK-IX) NOT = SPACES
                   WRITE HIGH-WATER-MARK-LINE
                       FROM WS-MARK-ENTRY(WS-MARK-IX)
               END-IF
           END-PERFORM
           CLOSE HIGH-WATER-MARK-FILE.

       LOCK-PARA.
           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.

       UNLOCK-PARA.
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.
