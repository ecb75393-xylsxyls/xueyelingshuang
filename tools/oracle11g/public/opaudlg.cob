      ***************************************************************
      *                                                             *
      *               O  P  A  U  D  L  G                           *
      *                                                             *
      *  Operator-action audit record, one per change a maintenance *
      *  utility makes to production control state, appended to     *
      *  OPAUDIT.DAT by OPAUDIT under FILLOCK. OPA-OPERATOR and     *
      *  OPA-REASON are what the operator gave at OPAUDIT's "SIGN " *
      *  prompt; OPA-UTILITY is the calling program.                *
      *  OPA-PROGRAM-ID/OPA-JOB-ID name the program/job the change  *
      *  concerns (blank where the record is not per program or per *
      *  job -- ORAFLAGS.DAT is keyed by job only), OPA-KEY the     *
      *  record acted on in the utility's own terms, and            *
      *  OPA-BEFORE-IMAGE/OPA-AFTER-IMAGE the whole record as it    *
      *  was and as it was left: spaces before an add, spaces after *
      *  a removal.                                                 *
      *                                                             *
      *  OPAUDRPT reports the file by month, operator and utility.  *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  OPERATOR-AUDIT-RECORD.
           05  OPA-DATE              PIC X(8).
           05  OPA-TIME              PIC X(6).
           05  OPA-UTILITY           PIC X(8).
           05  OPA-OPERATOR          PIC X(3).
           05  OPA-REASON            PIC X(40).
           05  OPA-ACTION            PIC X(8).
           05  OPA-PROGRAM-ID        PIC X(8).
           05  OPA-JOB-ID            PIC X(8).
           05  OPA-KEY               PIC X(40).
           05  OPA-BEFORE-IMAGE      PIC X(320).
           05  OPA-AFTER-IMAGE       PIC X(320).
