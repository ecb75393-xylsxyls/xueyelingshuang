      ***************************************************************
      *                                                             *
      *               B  R  K  D  I  S  T                           *
      *                                                             *
      *  Distribution list row for a BRK report, read from          *
      *  BRKDIST.DAT by BRKPRT: one row per break value a recipient *
      *  is to get, so one recipient can take several branches.     *
      *  Each run of groups for one recipient starts on a banner    *
      *  page naming the recipient, in BRKPRT.<report-id>.DAT and   *
      *  in the recipient's own                                     *
      *  BRKPRT.<report-id>.<recipient-id>.DAT, which holds that    *
      *  recipient's pages only. A break value with no row prints   *
      *  in the main report alone.                                  *
      *                                                             *
      *  BDL-BREAK-VALUE is compared with the break column exactly  *
      *  as fetched; the first row for a value wins.                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  BRK-DISTRIBUTION-RECORD.
           05  BDL-REPORT-ID         PIC X(8).
           05  BDL-BREAK-VALUE       PIC X(40).
           05  BDL-RECIPIENT-ID      PIC X(8).
           05  BDL-RECIPIENT-NAME    PIC X(40).
