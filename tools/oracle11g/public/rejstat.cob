      ***************************************************************
      *                                                             *
      *               R  E  J  S  T  A  T                           *
      *                                                             *
      *  Reject resolution record kept by REJMAINT in REJSTAT.DAT,  *
      *  one per LOAD-REJECT-RECORD an operator has acted on.       *
      *  LOADREJ.<job-id>.DAT itself is only ever appended to, so a *
      *  reject is identified by its job id, LRJ-DATE, LRJ-TIME and *
      *  LRJ-LINE-NR; a reject with no row here is open.            *
      *                                                             *
      *  RJS-STATUS: "C" corrected and waiting for the next         *
      *  resubmission (still open), "R" resubmitted --              *
      *  RJS-RESUB-JOB-ID and RJS-RESUB-LINE-NR say which line of   *
      *  which LOADIN.<job-id>.DAT carried the correction, so a     *
      *  reject of the resubmitted line traces back here -- and "W" *
      *  written off. RJS-OPERATOR holds the initials of whoever    *
      *  corrected or wrote off the reject.                         *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  REJECT-STATUS-RECORD.
           05  RJS-JOB-ID            PIC X(8).
           05  RJS-REJ-DATE          PIC X(8).
           05  RJS-REJ-TIME          PIC X(6).
           05  RJS-REJ-LINE-NR       PIC S9(9).
           05  RJS-STATUS            PIC X(1).
           05  RJS-OPERATOR          PIC X(3).
           05  RJS-ACTION-DATE       PIC X(8).
           05  RJS-ACTION-TIME       PIC X(6).
           05  RJS-RESUB-JOB-ID      PIC X(8).
           05  RJS-RESUB-LINE-NR     PIC 9(9).
           05  RJS-RESUB-DATE        PIC X(8).
           05  RJS-REASON            PIC X(40).
           05  RJS-RECORD-TEXT       PIC X(200).
