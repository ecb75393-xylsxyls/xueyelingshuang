      ***************************************************************
      *                                                             *
      *               B  R  K  P  R  T                              *
      *                                                             *
      *  Print-ready pages for a BRK report. BRKRPT's               *
      *  BRKRPT.<report-id>.DAT is a bare stream of break and       *
      *  grand-total lines, and before the branch managers got it   *
      *  somebody pasted it into a word processor for page          *
      *  headings, page numbers and a split by branch. BRKRPT now   *
      *  passes every row, subtotal and grand total on to this      *
      *  writer as well, and a report with a BRKPCTL.DAT row        *
      *  (brkpctl.cob) is also printed to BRKPRT.<report-id>.DAT.   *
      *  Function-code driven the same shape as BRKRPT:             *
      *                                                             *
      *    WS-FUNCTION = "INIT " - reads the report's print control *
      *       row and its BRKDIST.DAT distribution rows             *
      *       (brkdist.cob) and opens the print file. No control    *
      *       row and every later call does nothing.                *
      *    WS-FUNCTION = "DETL " - one extract row: its break value *
      *       and amount texts as fetched, printed when BPC-DETAIL  *
      *       is "Y".                                               *
      *    WS-FUNCTION = "BREAK" - a group's subtotal: the break    *
      *       value, the group's row count and the amounts as       *
      *       NUMFMT formatted them.                                *
      *    WS-FUNCTION = "END  " - the grand totals, the rows       *
      *       BRKRPT was given and the rows the extract fetched,    *
      *       printed on a closing page with the reconciliation of  *
      *       the two and the distribution made.                    *
      *                                                             *
      *  Every page carries the title, the run date and the page    *
      *  number, then the column headings. A new group starts a new *
      *  page when BPC-PAGE-PER-BREAK is "Y". Where BRKDIST.DAT     *
      *  names a recipient for a group's break value, the run of    *
      *  groups for that recipient starts on a banner page naming   *
      *  the recipient and is written, numbered on its own, to      *
      *  BRKPRT.<report-id>.<recipient-id>.DAT too -- each branch   *
      *  gets only its own pages -- and the main report turns to a  *
      *  new page whenever the recipient changes, so it cuts        *
      *  cleanly as well.                                           *
      *                                                             *
      *  The print lines carry the usual carriage-control byte in   *
      *  column 1: "1" new page, "0" one blank line before, space   *
      *  single spacing. Amounts print right-justified in 17        *
      *  columns with their leading zeros dropped; a wider value    *
      *  prints as asterisks.                                       *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRKPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRK-PRINT-CONTROL-FILE
               ASSIGN TO "BRKPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BRK-DISTRIBUTION-FILE
               ASSIGN TO "BRKDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECIPIENT-PRINT-FILE
               ASSIGN TO WS-RECIP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRK-PRINT-CONTROL-FILE.
       01  BRK-PRINT-CONTROL-LINE    PIC X(188).

       FD  BRK-DISTRIBUTION-FILE.
       01  BRK-DISTRIBUTION-LINE     PIC X(96).

       FD  PRINT-FILE.
       01  PRINT-LINE                PIC X(132).

       FD  RECIPIENT-PRINT-FILE.
       01  RECIPIENT-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BRKPCTL.
       COPY BRKDIST.

       01  WS-CONTROL-STATUS         PIC X(2).
       01  WS-DIST-STATUS            PIC X(2).
       01  WS-RECIP-STATUS           PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-PRINT-ACTIVE           PIC X(1) VALUE "N".
       01  WS-SAVED-REPORT-ID        PIC X(8).
       01  WS-PRINT-FILE-NAME        PIC X(30).
       01  WS-RECIP-FILE-NAME        PIC X(30).
       01  WS-TODAY                  PIC X(8).
       01  WS-PAGE-LINES             PIC S9(9) COMP.
       01  WS-SAVED-AMOUNT-COUNT     PIC S9(9) COMP.
       01  WS-AMOUNT-IX              PIC S9(9) COMP.

      * Distribution: the report's BRKDIST.DAT rows, each pointing
      * at its recipient's entry.
       01  WS-DIST-COUNT             PIC S9(9) COMP.
       01  WS-DIST-IX                PIC S9(9) COMP.
       01  WS-DIST-OVERFLOW          PIC X(1).
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY         OCCURS 200 TIMES.
               10  WS-DST-BREAK-VALUE    PIC X(40).
               10  WS-DST-RECIP-IX       PIC S9(4) COMP.
       01  WS-RECIP-COUNT            PIC S9(9) COMP.
       01  WS-RECIP-IX               PIC S9(9) COMP.
       01  WS-RECIP-TABLE.
           05  WS-RECIP-ENTRY        OCCURS 50 TIMES.
               10  WS-RCP-ID             PIC X(8).
               10  WS-RCP-NAME           PIC X(40).
               10  WS-RCP-OPENED         PIC X(1).
               10  WS-RCP-PAGES          PIC S9(9) COMP.
               10  WS-RCP-SECTIONS       PIC S9(9) COMP.
               10  WS-RCP-GROUPS         PIC S9(9) COMP.

      * Where the print is: the main file's and the current
      * recipient file's page and body-line counts (a count past
      * WS-PAGE-LINES forces the next line onto a new page).
       01  WS-MAIN-PAGE              PIC S9(9) COMP.
       01  WS-MAIN-LINES             PIC S9(9) COMP.
       01  WS-RECIP-PAGE             PIC S9(9) COMP.
       01  WS-RECIP-LINES            PIC S9(9) COMP.
       01  WS-CUR-RECIP-IX           PIC S9(9) COMP.
       01  WS-NEW-RECIP-IX           PIC S9(9) COMP.
       01  WS-WITH-COLUMNS           PIC X(1).
       01  WS-LINE-KIND              PIC X(1).
       01  WS-LINE-SPACING           PIC S9(9) COMP.
       01  WS-GROUP-STARTED          PIC X(1).
       01  WS-GROUP-INDICATE         PIC X(1).
       01  WS-LAST-BREAK-VALUE       PIC X(40).
       01  WS-GROUP-COUNT            PIC S9(9) COMP.
       01  WS-UNASSIGNED-GROUPS      PIC S9(9) COMP.
       01  WS-OUT-OF-BALANCE         PIC S9(9) COMP.

      * Amount editing.
       01  WS-EDIT-TEXT              PIC X(40).
       01  WS-EDIT-WORK              PIC X(40).
       01  WS-EDIT-RESULT            PIC X(40).
       01  WS-EDIT-SIGN              PIC X(1).
       01  WS-EDIT-ZEROS             PIC S9(4) COMP.
       01  WS-EDIT-LEN               PIC S9(4) COMP.
       01  WS-EDIT-OUT               PIC X(17).
       01  WS-ROWS-EDIT              PIC Z(8)9.
       01  WS-COUNT-EDIT             PIC Z(4)9.

       01  WS-BODY-LINE              PIC X(132).
       01  WS-OUT-LINE               PIC X(132).

       01  WS-PAGE-HEADING-1.
           05  FILLER                PIC X(1)  VALUE "1".
           05  PH1-TITLE             PIC X(60).
           05  FILLER                PIC X(40) VALUE SPACES.
           05  FILLER                PIC X(9)  VALUE "RUN DATE ".
           05  PH1-RUN-DATE          PIC X(10).
           05  FILLER                PIC X(7)  VALUE "  PAGE ".
           05  PH1-PAGE              PIC Z(4)9.

       01  WS-PAGE-HEADING-2.
           05  FILLER                PIC X(1)  VALUE SPACE.
           05  FILLER                PIC X(7)  VALUE "REPORT ".
           05  PH2-REPORT-ID         PIC X(8).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  PH2-SECTION           PIC X(60).
           05  FILLER                PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADING         PIC X(132).
       01  WS-COLUMN-UNDERLINE       PIC X(132).

       01  WS-AMOUNT-LINE.
           05  PAL-CC                PIC X(1).
           05  PAL-BREAK             PIC X(30).
           05  FILLER                PIC X(1).
           05  PAL-ROWS              PIC X(9).
           05  PAL-AMOUNT-COLUMN     OCCURS 5 TIMES.
               10  FILLER                PIC X(1).
               10  PAL-AMOUNT            PIC X(17).
           05  FILLER                PIC X(1).

       01  WS-TEXT-LINE.
           05  PTX-CC                PIC X(1).
           05  PTX-LABEL             PIC X(22).
           05  PTX-VALUE             PIC X(109).

       LINKAGE SECTION.
       01  WS-FUNCTION               PIC X(5).
       01  WS-REPORT-ID              PIC X(8).
       01  WS-BREAK-VALUE            PIC X(40).
       01  WS-ROW-COUNT              PIC S9(9) COMP.
       01  WS-AMOUNT-COUNT           PIC S9(9) COMP.
       01  WS-AMOUNT-TEXTS.
           05  WS-AMOUNT-TEXT        OCCURS 5 TIMES PIC X(40).
       01  WS-EXTRACT-ROWS           PIC S9(9) COMP.

       PROCEDURE DIVISION USING WS-FUNCTION, WS-REPORT-ID,
               WS-BREAK-VALUE, WS-ROW-COUNT, WS-AMOUNT-COUNT,
               WS-AMOUNT-TEXTS, WS-EXTRACT-ROWS.

       MAIN-PARA.
           IF WS-FUNCTION = "INIT "
               PERFORM INIT-PARA
           ELSE
               IF WS-PRINT-ACTIVE = "Y"
                   MOVE WS-AMOUNT-COUNT   TO WS-SAVED-AMOUNT-COUNT
                   IF WS-SAVED-AMOUNT-COUNT > 5
                       MOVE 5             TO WS-SAVED-AMOUNT-COUNT
                   END-IF
                   IF WS-SAVED-AMOUNT-COUNT < ZERO
                       MOVE ZERO          TO WS-SAVED-AMOUNT-COUNT
                   END-IF
                   EVALUATE WS-FUNCTION
                       WHEN "DETL "
                           PERFORM DETAIL-PARA
                       WHEN "BREAK"
                           PERFORM BREAK-PARA
                       WHEN "END  "
                           PERFORM END-PARA
                   END-EVALUATE
               END-IF
           END-IF

           GOBACK.

       INIT-PARA.
           MOVE "N"                   TO WS-PRINT-ACTIVE
           MOVE WS-REPORT-ID          TO WS-SAVED-REPORT-ID
           PERFORM LOAD-CONTROL-PARA

           IF WS-PRINT-ACTIVE = "Y"
               MOVE ZERO              TO WS-MAIN-PAGE
               MOVE 99999             TO WS-MAIN-LINES
               MOVE ZERO              TO WS-RECIP-PAGE
               MOVE 99999             TO WS-RECIP-LINES
               MOVE ZERO              TO WS-CUR-RECIP-IX
               MOVE ZERO              TO WS-GROUP-COUNT
               MOVE ZERO              TO WS-UNASSIGNED-GROUPS
               MOVE "N"               TO WS-GROUP-STARTED
               MOVE "N"               TO WS-GROUP-INDICATE
               MOVE "Y"               TO WS-WITH-COLUMNS
               MOVE SPACES            TO WS-LAST-BREAK-VALUE
               MOVE ZERO              TO WS-SAVED-AMOUNT-COUNT

               IF BPC-PAGE-LINES IS NUMERIC
                   AND BPC-PAGE-LINES > ZERO
                   MOVE BPC-PAGE-LINES  TO WS-PAGE-LINES
               ELSE
                   MOVE 60            TO WS-PAGE-LINES
               END-IF
      * The closing page's reconciliation block needs room.
               IF WS-PAGE-LINES < 15
                   MOVE 15            TO WS-PAGE-LINES
               END-IF

               MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
               MOVE SPACES            TO PH1-RUN-DATE
               STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-"
                      WS-TODAY(7:2)                    DELIMITED SIZE
                   INTO PH1-RUN-DATE
               IF BPC-TITLE = SPACES
                   MOVE SPACES        TO PH1-TITLE
                   STRING "BRK REPORT "                DELIMITED SIZE
                          WS-SAVED-REPORT-ID           DELIMITED SIZE
                       INTO PH1-TITLE
               ELSE
                   MOVE BPC-TITLE     TO PH1-TITLE
               END-IF
               MOVE WS-SAVED-REPORT-ID  TO PH2-REPORT-ID

               PERFORM LOAD-DISTRIBUTION-PARA

               MOVE SPACES            TO WS-PRINT-FILE-NAME
               STRING "BRKPRT."                        DELIMITED SIZE
                      FUNCTION TRIM(WS-SAVED-REPORT-ID)
                                                       DELIMITED SIZE
                      ".DAT"                           DELIMITED SIZE
                   INTO WS-PRINT-FILE-NAME
               OPEN OUTPUT PRINT-FILE
           END-IF.

      * The first row for the report id wins.
       LOAD-CONTROL-PARA.
           OPEN INPUT BRK-PRINT-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ BRK-PRINT-CONTROL-FILE
                           INTO BRK-PRINT-CONTROL-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF BPC-REPORT-ID = WS-SAVED-REPORT-ID
                               MOVE "Y"   TO WS-PRINT-ACTIVE
                               MOVE "Y"   TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRK-PRINT-CONTROL-FILE
           END-IF.

       LOAD-DISTRIBUTION-PARA.
           MOVE ZERO                  TO WS-DIST-COUNT
           MOVE ZERO                  TO WS-RECIP-COUNT
           MOVE "N"                   TO WS-DIST-OVERFLOW
           OPEN INPUT BRK-DISTRIBUTION-FILE
           IF WS-DIST-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ BRK-DISTRIBUTION-FILE
                           INTO BRK-DISTRIBUTION-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF BDL-REPORT-ID = WS-SAVED-REPORT-ID
                               AND BDL-RECIPIENT-ID NOT = SPACES
                               PERFORM STORE-DISTRIBUTION-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRK-DISTRIBUTION-FILE
           END-IF.

       STORE-DISTRIBUTION-PARA.
           PERFORM VARYING WS-RECIP-IX FROM 1 BY 1
                   UNTIL WS-RECIP-IX > WS-RECIP-COUNT
                      OR WS-RCP-ID(WS-RECIP-IX) = BDL-RECIPIENT-ID
               CONTINUE
           END-PERFORM

           IF WS-DIST-COUNT = 200
               OR (WS-RECIP-IX > WS-RECIP-COUNT
                   AND WS-RECIP-COUNT = 50)
               MOVE "Y"               TO WS-DIST-OVERFLOW
           ELSE
               IF WS-RECIP-IX > WS-RECIP-COUNT
                   ADD 1              TO WS-RECIP-COUNT
                   MOVE BDL-RECIPIENT-ID
                                      TO WS-RCP-ID(WS-RECIP-COUNT)
                   MOVE BDL-RECIPIENT-NAME
                                      TO WS-RCP-NAME(WS-RECIP-COUNT)
                   MOVE "N"           TO WS-RCP-OPENED(WS-RECIP-COUNT)
                   MOVE ZERO          TO WS-RCP-PAGES(WS-RECIP-COUNT)
                   MOVE ZERO          TO WS-RCP-SECTIONS(
                                             WS-RECIP-COUNT)
                   MOVE ZERO          TO WS-RCP-GROUPS(WS-RECIP-COUNT)
               END-IF
               ADD 1                  TO WS-DIST-COUNT
               MOVE BDL-BREAK-VALUE   TO WS-DST-BREAK-VALUE(
                                             WS-DIST-COUNT)
               MOVE WS-RECIP-IX       TO WS-DST-RECIP-IX(WS-DIST-COUNT)
           END-IF.

      ***************************************************************
      * A row and a subtotal each open their group when it is not   *
      * open yet: the recipient is looked up, and a change of       *
      * recipient (or BPC-PAGE-PER-BREAK) turns the page.           *
      ***************************************************************
       DETAIL-PARA.
           IF BPC-DETAIL = "Y"
               IF WS-GROUP-STARTED = "N"
                   PERFORM START-GROUP-PARA
               END-IF

               MOVE SPACES            TO WS-AMOUNT-LINE
               MOVE SPACE             TO PAL-CC
               IF WS-GROUP-INDICATE = "Y"
                   MOVE "0"           TO PAL-CC
                   MOVE WS-BREAK-VALUE  TO PAL-BREAK
                   MOVE "N"           TO WS-GROUP-INDICATE
               END-IF
               PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                       UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
                   MOVE WS-AMOUNT-TEXT(WS-AMOUNT-IX)  TO WS-EDIT-TEXT
                   PERFORM EDIT-AMOUNT-PARA
                   MOVE WS-EDIT-OUT   TO PAL-AMOUNT(WS-AMOUNT-IX)
               END-PERFORM
               MOVE WS-AMOUNT-LINE    TO WS-BODY-LINE
               MOVE "D"               TO WS-LINE-KIND
               PERFORM PUT-LINE-PARA
           END-IF.

       BREAK-PARA.
           IF WS-GROUP-STARTED = "N"
               PERFORM START-GROUP-PARA
           END-IF

           MOVE SPACES                TO WS-AMOUNT-LINE
           IF BPC-DETAIL = "Y"
               MOVE "0"               TO PAL-CC
               STRING "TOTAL "                         DELIMITED SIZE
                      WS-BREAK-VALUE                   DELIMITED SIZE
                   INTO PAL-BREAK
           ELSE
               MOVE SPACE             TO PAL-CC
               MOVE WS-BREAK-VALUE    TO PAL-BREAK
           END-IF
           MOVE WS-ROW-COUNT          TO WS-ROWS-EDIT
           MOVE WS-ROWS-EDIT          TO PAL-ROWS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE WS-AMOUNT-TEXT(WS-AMOUNT-IX)  TO WS-EDIT-TEXT
               PERFORM EDIT-AMOUNT-PARA
               MOVE WS-EDIT-OUT       TO PAL-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM
           MOVE WS-AMOUNT-LINE        TO WS-BODY-LINE
           MOVE "T"                   TO WS-LINE-KIND
           PERFORM PUT-LINE-PARA

           MOVE "N"                   TO WS-GROUP-STARTED.

       START-GROUP-PARA.
           ADD 1                      TO WS-GROUP-COUNT
           MOVE WS-BREAK-VALUE        TO WS-LAST-BREAK-VALUE
           PERFORM BUILD-HEADINGS-PARA
           MOVE "Y"                   TO WS-GROUP-STARTED
           MOVE "Y"                   TO WS-GROUP-INDICATE

           MOVE ZERO                  TO WS-NEW-RECIP-IX
           PERFORM VARYING WS-DIST-IX FROM 1 BY 1
                   UNTIL WS-DIST-IX > WS-DIST-COUNT
                      OR WS-NEW-RECIP-IX > ZERO
               IF WS-DST-BREAK-VALUE(WS-DIST-IX) = WS-BREAK-VALUE
                   MOVE WS-DST-RECIP-IX(WS-DIST-IX)
                                      TO WS-NEW-RECIP-IX
               END-IF
           END-PERFORM
           IF WS-NEW-RECIP-IX = ZERO
               ADD 1                  TO WS-UNASSIGNED-GROUPS
           ELSE
               ADD 1                  TO WS-RCP-GROUPS(WS-NEW-RECIP-IX)
           END-IF

           IF WS-NEW-RECIP-IX NOT = WS-CUR-RECIP-IX
               PERFORM CLOSE-RECIPIENT-PARA
               MOVE WS-NEW-RECIP-IX   TO WS-CUR-RECIP-IX
               IF WS-CUR-RECIP-IX > ZERO
                   PERFORM OPEN-RECIPIENT-PARA
                   PERFORM WRITE-BANNER-PARA
               END-IF
               MOVE 99999             TO WS-MAIN-LINES
               MOVE 99999             TO WS-RECIP-LINES
           ELSE
               IF BPC-PAGE-PER-BREAK = "Y"
                   MOVE 99999         TO WS-MAIN-LINES
                   MOVE 99999         TO WS-RECIP-LINES
               END-IF
           END-IF.

      * The column headings cover the amounts the caller is passing;
      * a blank BPC-AMOUNT-HEADING prints as AMOUNT <n>.
       BUILD-HEADINGS-PARA.
           MOVE SPACES                TO WS-AMOUNT-LINE
           MOVE "0"                   TO PAL-CC
           IF BPC-BREAK-HEADING = SPACES
               MOVE "BREAK VALUE"     TO PAL-BREAK
           ELSE
               MOVE BPC-BREAK-HEADING  TO PAL-BREAK
           END-IF
           MOVE "     ROWS"           TO PAL-ROWS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE SPACES            TO WS-EDIT-RESULT
               IF BPC-AMOUNT-HEADING(WS-AMOUNT-IX) = SPACES
                   MOVE WS-AMOUNT-IX  TO WS-COUNT-EDIT
                   STRING "AMOUNT "                    DELIMITED SIZE
                          FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED SIZE
                       INTO WS-EDIT-RESULT
               ELSE
                   MOVE BPC-AMOUNT-HEADING(WS-AMOUNT-IX)
                                      TO WS-EDIT-RESULT
               END-IF
               PERFORM RIGHT-JUSTIFY-PARA
               MOVE WS-EDIT-OUT       TO PAL-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM
           MOVE WS-AMOUNT-LINE        TO WS-COLUMN-HEADING

           MOVE SPACES                TO WS-AMOUNT-LINE
           MOVE SPACE                 TO PAL-CC
           MOVE ALL "-"               TO PAL-BREAK
           MOVE ALL "-"               TO PAL-ROWS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE ALL "-"           TO PAL-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM
           MOVE WS-AMOUNT-LINE        TO WS-COLUMN-UNDERLINE.

      * A recipient's file is started on its first section and
      * extended on any later one; its pages number on from there.
       OPEN-RECIPIENT-PARA.
           MOVE SPACES                TO WS-RECIP-FILE-NAME
           STRING "BRKPRT."                            DELIMITED SIZE
                  FUNCTION TRIM(WS-SAVED-REPORT-ID)    DELIMITED SIZE
                  "."                                  DELIMITED SIZE
                  FUNCTION TRIM(WS-RCP-ID(WS-CUR-RECIP-IX))
                                                       DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
               INTO WS-RECIP-FILE-NAME
           IF WS-RCP-OPENED(WS-CUR-RECIP-IX) = "Y"
               OPEN EXTEND RECIPIENT-PRINT-FILE
           ELSE
               OPEN OUTPUT RECIPIENT-PRINT-FILE
               MOVE "Y"               TO WS-RCP-OPENED(WS-CUR-RECIP-IX)
           END-IF
           MOVE WS-RCP-PAGES(WS-CUR-RECIP-IX)  TO WS-RECIP-PAGE
           MOVE 99999                 TO WS-RECIP-LINES
           ADD 1                      TO WS-RCP-SECTIONS(
                                             WS-CUR-RECIP-IX)

           MOVE SPACES                TO PH2-SECTION
           STRING "FOR "                               DELIMITED SIZE
                  WS-RCP-ID(WS-CUR-RECIP-IX)           DELIMITED SIZE
                  " "                                  DELIMITED SIZE
                  WS-RCP-NAME(WS-CUR-RECIP-IX)         DELIMITED SIZE
               INTO PH2-SECTION.

       CLOSE-RECIPIENT-PARA.
           IF WS-CUR-RECIP-IX > ZERO
               MOVE WS-RECIP-PAGE     TO WS-RCP-PAGES(WS-CUR-RECIP-IX)
               CLOSE RECIPIENT-PRINT-FILE
               MOVE ZERO              TO WS-CUR-RECIP-IX
           END-IF
           MOVE SPACES                TO PH2-SECTION.

      * The banner is a page of its own in both files.
       WRITE-BANNER-PARA.
           MOVE "N"                   TO WS-WITH-COLUMNS
           MOVE 99999                 TO WS-MAIN-LINES
           MOVE 99999                 TO WS-RECIP-LINES
           MOVE "B"                   TO WS-LINE-KIND

           MOVE SPACES                TO WS-TEXT-LINE
           MOVE "0"                   TO PTX-CC
           MOVE "*** DISTRIBUTION ***"  TO PTX-LABEL
           PERFORM PUT-TEXT-LINE-PARA
           MOVE "0"                   TO PTX-CC
           MOVE "RECIPIENT"           TO PTX-LABEL
           MOVE WS-RCP-ID(WS-CUR-RECIP-IX)  TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "NAME"                TO PTX-LABEL
           MOVE WS-RCP-NAME(WS-CUR-RECIP-IX)  TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "REPORT"              TO PTX-LABEL
           MOVE SPACES                TO PTX-VALUE
           STRING WS-SAVED-REPORT-ID                   DELIMITED SIZE
                  "  "                                 DELIMITED SIZE
                  PH1-TITLE                            DELIMITED SIZE
               INTO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "RUN DATE"            TO PTX-LABEL
           MOVE PH1-RUN-DATE          TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "SECTION"             TO PTX-LABEL
           MOVE WS-RCP-SECTIONS(WS-CUR-RECIP-IX)  TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT)  TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA

           MOVE "Y"                   TO WS-WITH-COLUMNS.

       PUT-TEXT-LINE-PARA.
           MOVE WS-TEXT-LINE          TO WS-BODY-LINE
           PERFORM PUT-LINE-PARA
           MOVE SPACES                TO WS-TEXT-LINE.

      ***************************************************************
      * Every body line goes to the main file and, inside a         *
      * recipient's section, to the recipient's file, each turning  *
      * its own pages.                                              *
      ***************************************************************
       PUT-LINE-PARA.
           IF WS-BODY-LINE(1:1) = "0"
               MOVE 2                 TO WS-LINE-SPACING
           ELSE
               MOVE 1                 TO WS-LINE-SPACING
           END-IF

           PERFORM PUT-MAIN-LINE-PARA
           IF WS-CUR-RECIP-IX > ZERO
               PERFORM PUT-RECIPIENT-LINE-PARA
           END-IF.

       PUT-MAIN-LINE-PARA.
           MOVE WS-BODY-LINE          TO WS-OUT-LINE
           IF WS-MAIN-LINES + WS-LINE-SPACING > WS-PAGE-LINES
               ADD 1                  TO WS-MAIN-PAGE
               MOVE WS-MAIN-PAGE      TO PH1-PAGE
               WRITE PRINT-LINE FROM WS-PAGE-HEADING-1
               WRITE PRINT-LINE FROM WS-PAGE-HEADING-2
               IF WS-WITH-COLUMNS = "Y"
                   WRITE PRINT-LINE FROM WS-COLUMN-HEADING
                   WRITE PRINT-LINE FROM WS-COLUMN-UNDERLINE
               END-IF
               MOVE ZERO              TO WS-MAIN-LINES
               PERFORM CARRY-GROUP-PARA
           END-IF
           WRITE PRINT-LINE FROM WS-OUT-LINE
           ADD WS-LINE-SPACING        TO WS-MAIN-LINES.

       PUT-RECIPIENT-LINE-PARA.
           MOVE WS-BODY-LINE          TO WS-OUT-LINE
           IF WS-RECIP-LINES + WS-LINE-SPACING > WS-PAGE-LINES
               ADD 1                  TO WS-RECIP-PAGE
               MOVE WS-RECIP-PAGE     TO PH1-PAGE
               WRITE RECIPIENT-PRINT-LINE FROM WS-PAGE-HEADING-1
               WRITE RECIPIENT-PRINT-LINE FROM WS-PAGE-HEADING-2
               IF WS-WITH-COLUMNS = "Y"
                   WRITE RECIPIENT-PRINT-LINE FROM WS-COLUMN-HEADING
                   WRITE RECIPIENT-PRINT-LINE
                       FROM WS-COLUMN-UNDERLINE
               END-IF
               MOVE ZERO              TO WS-RECIP-LINES
               PERFORM CARRY-GROUP-PARA
           END-IF
           WRITE RECIPIENT-PRINT-LINE FROM WS-OUT-LINE
           ADD WS-LINE-SPACING        TO WS-RECIP-LINES.

      * A group's rows that run onto a new page show its break
      * value again on the first of them.
       CARRY-GROUP-PARA.
           IF WS-LINE-KIND = "D"
               MOVE WS-LAST-BREAK-VALUE  TO WS-OUT-LINE(2:30)
           END-IF.

      ***************************************************************
      * The closing page: grand totals, the reconciliation and the  *
      * distribution made -- main report only.                      *
      ***************************************************************
       END-PARA.
           PERFORM CLOSE-RECIPIENT-PARA
           PERFORM BUILD-HEADINGS-PARA
           MOVE "Y"                   TO WS-WITH-COLUMNS
           MOVE 99999                 TO WS-MAIN-LINES
           MOVE "T"                   TO WS-LINE-KIND

           MOVE SPACES                TO WS-AMOUNT-LINE
           MOVE SPACE                 TO PAL-CC
           MOVE "GRAND TOTAL"         TO PAL-BREAK
           MOVE WS-ROW-COUNT          TO WS-ROWS-EDIT
           MOVE WS-ROWS-EDIT          TO PAL-ROWS
           PERFORM VARYING WS-AMOUNT-IX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IX > WS-SAVED-AMOUNT-COUNT
               MOVE WS-AMOUNT-TEXT(WS-AMOUNT-IX)  TO WS-EDIT-TEXT
               PERFORM EDIT-AMOUNT-PARA
               MOVE WS-EDIT-OUT       TO PAL-AMOUNT(WS-AMOUNT-IX)
           END-PERFORM
           MOVE WS-AMOUNT-LINE        TO WS-BODY-LINE
           PERFORM PUT-LINE-PARA

           MOVE SPACES                TO WS-TEXT-LINE
           MOVE "0"                   TO PTX-CC
           MOVE "ROWS IN EXTRACT"     TO PTX-LABEL
           MOVE WS-EXTRACT-ROWS       TO WS-ROWS-EDIT
           MOVE WS-ROWS-EDIT          TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "ROWS ON REPORT"      TO PTX-LABEL
           MOVE WS-ROW-COUNT          TO WS-ROWS-EDIT
           MOVE WS-ROWS-EDIT          TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA
           MOVE SPACE                 TO PTX-CC
           MOVE "BREAK GROUPS"        TO PTX-LABEL
           MOVE WS-GROUP-COUNT        TO WS-ROWS-EDIT
           MOVE WS-ROWS-EDIT          TO PTX-VALUE
           PERFORM PUT-TEXT-LINE-PARA

           COMPUTE WS-OUT-OF-BALANCE = WS-EXTRACT-ROWS - WS-ROW-COUNT
           MOVE "0"                   TO PTX-CC
           IF WS-OUT-OF-BALANCE = ZERO
               MOVE "RECONCILED"      TO PTX-LABEL
               MOVE "EVERY ROW OF THE EXTRACT IS ON THE REPORT"
                                      TO PTX-VALUE
           ELSE
               MOVE "*** OUT OF BALANCE"  TO PTX-LABEL
               MOVE WS-OUT-OF-BALANCE TO WS-ROWS-EDIT
               IF WS-OUT-OF-BALANCE < ZERO
                   STRING "MORE ROWS ON THE REPORT THAN IN THE "
                          "EXTRACT -- CHECK THE EXTRACT RUN ***"
                                                       DELIMITED SIZE
                       INTO PTX-VALUE
               ELSE
                   STRING "BY "                        DELIMITED SIZE
                          FUNCTION TRIM(WS-ROWS-EDIT)  DELIMITED SIZE
                          " ROW(S) -- EXTRACT ROWS NOT ON THE "
                          "REPORT ***"                 DELIMITED SIZE
                       INTO PTX-VALUE
               END-IF
               DISPLAY "BRKPRT " WS-SAVED-REPORT-ID ": report out "
                   "of balance -- " WS-ROW-COUNT " row(s) printed, "
                   WS-EXTRACT-ROWS " extracted" UPON CONSOLE
           END-IF
           PERFORM PUT-TEXT-LINE-PARA

           IF WS-RECIP-COUNT > ZERO
               MOVE "0"               TO PTX-CC
               MOVE "DISTRIBUTION"    TO PTX-LABEL
               MOVE "RECIPIENT"       TO PTX-VALUE(1:9)
               MOVE "NAME"            TO PTX-VALUE(11:4)
               MOVE "GROUPS"          TO PTX-VALUE(50:6)
               MOVE "SECTIONS"        TO PTX-VALUE(57:8)
               MOVE "PAGES"           TO PTX-VALUE(66:5)
               MOVE "FILE"            TO PTX-VALUE(73:4)
               PERFORM PUT-TEXT-LINE-PARA
               PERFORM PUT-RECIPIENT-SUMMARY-PARA
                   VARYING WS-RECIP-IX FROM 1 BY 1
                   UNTIL WS-RECIP-IX > WS-RECIP-COUNT
           END-IF
           IF WS-UNASSIGNED-GROUPS > ZERO
               AND WS-RECIP-COUNT > ZERO
               MOVE "0"               TO PTX-CC
               MOVE "NO RECIPIENT"    TO PTX-LABEL
               MOVE WS-UNASSIGNED-GROUPS  TO WS-ROWS-EDIT
               STRING FUNCTION TRIM(WS-ROWS-EDIT)      DELIMITED SIZE
                      " BREAK GROUP(S) -- MAIN REPORT ONLY"
                                                       DELIMITED SIZE
                   INTO PTX-VALUE
               PERFORM PUT-TEXT-LINE-PARA
           END-IF
           IF WS-DIST-OVERFLOW = "Y"
               MOVE "0"               TO PTX-CC
               MOVE "*** BRKDIST.DAT"  TO PTX-LABEL
               STRING "MORE THAN 200 ROWS OR 50 RECIPIENTS FOR "
                      "THIS REPORT -- THE REST WERE NOT "
                      "DISTRIBUTED ***"                DELIMITED SIZE
                   INTO PTX-VALUE
               PERFORM PUT-TEXT-LINE-PARA
           END-IF

           CLOSE PRINT-FILE
           MOVE "N"                   TO WS-PRINT-ACTIVE

           DISPLAY "BRKPRT " WS-SAVED-REPORT-ID ": " WS-MAIN-PAGE
               " page(s) to " FUNCTION TRIM(WS-PRINT-FILE-NAME) ", "
               WS-RECIP-COUNT
               " recipient(s)" UPON CONSOLE.

       PUT-RECIPIENT-SUMMARY-PARA.
           MOVE SPACES                TO WS-TEXT-LINE
           MOVE SPACE                 TO PTX-CC
           MOVE SPACES                TO WS-RECIP-FILE-NAME
           IF WS-RCP-OPENED(WS-RECIP-IX) = "Y"
               STRING "BRKPRT."                        DELIMITED SIZE
                      FUNCTION TRIM(WS-SAVED-REPORT-ID)
                                                       DELIMITED SIZE
                      "."                              DELIMITED SIZE
                      FUNCTION TRIM(WS-RCP-ID(WS-RECIP-IX))
                                                       DELIMITED SIZE
                      ".DAT"                           DELIMITED SIZE
                   INTO WS-RECIP-FILE-NAME
           ELSE
               MOVE "(NO ROWS THIS RUN)"  TO WS-RECIP-FILE-NAME
           END-IF
           MOVE WS-RCP-ID(WS-RECIP-IX)  TO PTX-VALUE(1:8)
           MOVE WS-RCP-NAME(WS-RECIP-IX)  TO PTX-VALUE(11:38)
           MOVE WS-RCP-GROUPS(WS-RECIP-IX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO PTX-VALUE(51:5)
           MOVE WS-RCP-SECTIONS(WS-RECIP-IX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO PTX-VALUE(60:5)
           MOVE WS-RCP-PAGES(WS-RECIP-IX)  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO PTX-VALUE(66:5)
           MOVE WS-RECIP-FILE-NAME    TO PTX-VALUE(73:30)
           PERFORM PUT-TEXT-LINE-PARA.

      * NUMFMT's text and the fetched text alike: sign kept, leading
      * zeros dropped (one kept ahead of the point), right-justified
      * in the 17-byte column.
       EDIT-AMOUNT-PARA.
           MOVE SPACES                TO WS-EDIT-OUT
           MOVE SPACE                 TO WS-EDIT-SIGN
           MOVE FUNCTION TRIM(WS-EDIT-TEXT)  TO WS-EDIT-WORK
           IF WS-EDIT-WORK NOT = SPACES
               IF WS-EDIT-WORK(1:1) = "-" OR WS-EDIT-WORK(1:1) = "+"
                   IF WS-EDIT-WORK(1:1) = "-"
                       MOVE "-"       TO WS-EDIT-SIGN
                   END-IF
                   MOVE WS-EDIT-WORK(2:39)  TO WS-EDIT-RESULT
                   MOVE FUNCTION TRIM(WS-EDIT-RESULT)  TO WS-EDIT-WORK
               END-IF
               MOVE ZERO              TO WS-EDIT-ZEROS
               INSPECT WS-EDIT-WORK TALLYING WS-EDIT-ZEROS
                   FOR LEADING "0"
               IF WS-EDIT-ZEROS > ZERO
                   IF WS-EDIT-ZEROS = 40
                       OR WS-EDIT-WORK(WS-EDIT-ZEROS + 1:1) = "."
                       OR WS-EDIT-WORK(WS-EDIT-ZEROS + 1:1) = SPACE
                       SUBTRACT 1     FROM WS-EDIT-ZEROS
                   END-IF
               END-IF
               MOVE SPACES            TO WS-EDIT-RESULT
               IF WS-EDIT-SIGN = "-"
                   STRING "-"                          DELIMITED SIZE
                          WS-EDIT-WORK(WS-EDIT-ZEROS + 1:)
                                                       DELIMITED SPACE
                       INTO WS-EDIT-RESULT
               ELSE
                   MOVE WS-EDIT-WORK(WS-EDIT-ZEROS + 1:)
                                      TO WS-EDIT-RESULT
               END-IF
               PERFORM RIGHT-JUSTIFY-PARA
           END-IF.

       RIGHT-JUSTIFY-PARA.
           COMPUTE WS-EDIT-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-EDIT-RESULT))
           IF WS-EDIT-LEN > 17
               MOVE ALL "*"           TO WS-EDIT-OUT
           ELSE
               MOVE SPACES            TO WS-EDIT-OUT
               MOVE FUNCTION TRIM(WS-EDIT-RESULT)
                   TO WS-EDIT-OUT(18 - WS-EDIT-LEN:WS-EDIT-LEN)
           END-IF.
