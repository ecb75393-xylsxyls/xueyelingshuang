      ***************************************************************
      *                                                             *
      *               B  R  K  P  C  T  L                           *
      *                                                             *
      *  Print control row for a BRK report, read from BRKPCTL.DAT  *
      *  by BRKPRT. A report id with a row here gets the            *
      *  print-ready BRKPRT.<report-id>.DAT alongside the           *
      *  BRKRPT.<report-id>.DAT stream; one without gets the stream *
      *  alone, as before.                                          *
      *                                                             *
      *  BPC-TITLE heads every page with the run date and page      *
      *  number. BPC-PAGE-LINES is the body lines to a page below   *
      *  the heading (zero is 60, the least is 15). BPC-PAGE-PER-   *
      *  BREAK "Y" starts a new page on each control break.         *
      *  BPC-DETAIL "Y" prints every extract row under its group,   *
      *  "N" (or space) the group totals only. BPC-BREAK-HEADING    *
      *  and BPC-AMOUNT-HEADING are the column headings repeated on *
      *  every page; blank ones print as BREAK VALUE and AMOUNT n.  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  BRK-PRINT-CONTROL-RECORD.
           05  BPC-REPORT-ID         PIC X(8).
           05  BPC-TITLE             PIC X(60).
           05  BPC-PAGE-LINES        PIC 9(3).
           05  BPC-PAGE-PER-BREAK    PIC X(1).
           05  BPC-DETAIL            PIC X(1).
           05  BPC-BREAK-HEADING     PIC X(30).
           05  BPC-AMOUNT-HEADING    OCCURS 5 TIMES PIC X(17).
