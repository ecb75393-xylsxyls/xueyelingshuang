      *  reconciliations too is what lets RECNSUM report break      *
      *  rates by program at month end.                             *
      *                                                             *
      *  WS-APPLIED-COUNTS carries the caller's actual count broken *
      *  down into inserted, updated and deleted rows; it is logged *
      *  as-is in RCL-INSERTED/UPDATED/DELETED. A caller running    *
      *  one statement passes zeros.                                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - LINKAGE CHANGE: added             *
      *              WS-APPLIED-COUNTS as the fourth USING item so  *
      *              a load applying inserts, updates and deletes   *
      *              can log them separately; every caller must     *
      *              pass it.                                       *
      *   sysmaint   2026/08/21 - SELECT OPTIONAL + unconditional     *
      *              OPEN EXTEND: the first-call OPEN OUTPUT wiped   *
      *              the shared log once per job step, so the        *
       COPY SQLCASEL.
       01  WS-EXPECTED-COUNT         PIC S9(9) COMP.
       01  WS-CALLER-ID              PIC X(8).
       01  WS-APPLIED-COUNTS.
           05  WS-APPLIED-INSERTED   PIC S9(9) COMP.
           05  WS-APPLIED-UPDATED    PIC S9(9) COMP.
           05  WS-APPLIED-DELETED    PIC S9(9) COMP.

       PROCEDURE DIVISION USING SQLCA, WS-EXPECTED-COUNT, WS-CALLER-ID,
               WS-APPLIED-COUNTS.

       MAIN-PARA.
           IF SQLERRD(3) NOT = WS-EXPECTED-COUNT
           MOVE WS-EXPECTED-COUNT     TO RCL-EXPECTED-COUNT
           MOVE SQLERRD(3)            TO RCL-ACTUAL-COUNT
           COMPUTE RCL-DIFFERENCE = SQLERRD(3) - WS-EXPECTED-COUNT
           MOVE WS-APPLIED-INSERTED   TO RCL-INSERTED
           MOVE WS-APPLIED-UPDATED    TO RCL-UPDATED
           MOVE WS-APPLIED-DELETED    TO RCL-DELETED

           WRITE RECONCILE-LOG-LINE FROM RECONCILE-LOG-RECORD

