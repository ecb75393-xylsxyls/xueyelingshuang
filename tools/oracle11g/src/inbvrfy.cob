      *  WS-VERIFY-STATUS answers "Y" verified / "N" disagreed or   *
      *  control file missing.                                      *
      *                                                             *
      *  WS-VERIFY-REASON comes back with the verdict in words      *
      *  ("CONTROL TOTALS AGREE", "CONTROL FILE MISSING", "RECORD   *
      *  COUNT DISAGREES WITH CONTROL", "AMOUNT TOTAL DISAGREES     *
      *  WITH CONTROL"), and a refused file is NAK'd back to the    *
      *  sender through INBACK on the spot -- received count,       *
      *  nothing loaded -- since the load that would otherwise      *
      *  acknowledge it never runs. LINKAGE CHANGE:                 *
      *  WS-VERIFY-REASON is a new sixth USING item; every caller   *
      *  must pass it.                                              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Return the verdict's reason in    *
      *              the new WS-VERIFY-REASON and NAK a refused     *
      *              file back to the sender through INBACK.        *
      *   sysmaint   2026/10/15 - Zero the new RCL-INSERTED,        *
      *              RCL-UPDATED and RCL-DELETED breakdown on the   *
      *              count reconciliation.                          *
      *   sysmaint   2026/09/03 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RCBRG-FUNCTION         PIC X(5) VALUE "TRACK".
       01  WS-RCBRG-SQLCODE          PIC S9(9) COMP.

      * INBACK linkage set.
       01  WS-ACK-FUNCTION           PIC X(5) VALUE "NAK  ".
       01  WS-ACK-COUNTS.
           05  WS-ACK-RECEIVED       PIC S9(9) COMP.
           05  WS-ACK-LOADED         PIC S9(9) COMP.
           05  WS-ACK-REJECTED       PIC S9(9) COMP.
       01  WS-RUN-STAMP              PIC X(14).
       01  WS-ACK-STATUS             PIC X(1).

       LINKAGE SECTION.
       01  WS-CALLER-ID              PIC X(8).
       01  WS-JOB-ID                 PIC X(8).
       01  WS-AMOUNT-POS             PIC S9(4) COMP.
       01  WS-AMOUNT-LEN             PIC S9(4) COMP.
       01  WS-VERIFY-STATUS          PIC X(1).
       01  WS-VERIFY-REASON          PIC X(40).

       PROCEDURE DIVISION USING WS-CALLER-ID, WS-JOB-ID,
               WS-AMOUNT-POS, WS-AMOUNT-LEN, WS-VERIFY-STATUS,
               WS-VERIFY-REASON.

       MAIN-PARA.
           MOVE WS-JOB-ID             TO WS-CONTROL-JOB-ID
           MOVE WS-JOB-ID             TO WS-DATA-JOB-ID
           MOVE "N"                   TO WS-VERIFY-STATUS
           MOVE SPACES                TO WS-VERIFY-REASON
           MOVE FUNCTION CURRENT-DATE(1:14)  TO WS-RUN-STAMP

           PERFORM READ-CONTROL-PARA
           IF WS-CONTROL-READ = "N"
               DISPLAY WS-CALLER-ID " INBVRFY: no "
                   WS-CONTROL-FILE-NAME " on disk -- cannot verify, "
                   "load refused" UPON CONSOLE
               MOVE "CONTROL FILE MISSING"  TO WS-VERIFY-REASON
               PERFORM COUNT-DATA-PARA
               PERFORM TRACK-FAILURE-PARA
           ELSE
               PERFORM COUNT-DATA-PARA
               PERFORM JUDGE-PARA
           END-IF

           IF WS-VERIFY-STATUS = "N"
               PERFORM SEND-NAK-PARA
           END-IF

           GOBACK.

       READ-CONTROL-PARA.
               AND WS-AMOUNT-MATCHED = "Y"
               MOVE "Y"               TO WS-VERIFY-STATUS
               MOVE "Y"               TO RCL-MATCHED
               MOVE "CONTROL TOTALS AGREE"  TO WS-VERIFY-REASON
           ELSE
               MOVE "N"               TO RCL-MATCHED
               IF IBC-RECORD-COUNT NOT = WS-ACTUAL-COUNT
                   MOVE "RECORD COUNT DISAGREES WITH CONTROL"
                                      TO WS-VERIFY-REASON
               ELSE
                   MOVE "AMOUNT TOTAL DISAGREES WITH CONTROL"
                                      TO WS-VERIFY-REASON
               END-IF
               DISPLAY WS-CALLER-ID
                   " INBVRFY WARNING: inbound file disagrees with "
                   "upstream control - expected " IBC-RECORD-COUNT
           MOVE WS-ACTUAL-COUNT       TO RCL-ACTUAL-COUNT
           COMPUTE RCL-DIFFERENCE =
               WS-ACTUAL-COUNT - IBC-RECORD-COUNT
           MOVE ZERO                  TO RCL-INSERTED
           MOVE ZERO                  TO RCL-UPDATED
           MOVE ZERO                  TO RCL-DELETED

           WRITE RECONCILE-LOG-LINE FROM RECONCILE-LOG-RECORD

       TRACK-FAILURE-PARA.
           MOVE -20999                TO WS-RCBRG-SQLCODE
           CALL "SQLRCBRG" USING WS-RCBRG-FUNCTION, WS-RCBRG-SQLCODE.

      * A refused file never reaches the load, so nothing was loaded
      * or rejected; the sender still hears what we received.
       SEND-NAK-PARA.
           MOVE WS-ACTUAL-COUNT       TO WS-ACK-RECEIVED
           MOVE ZERO                  TO WS-ACK-LOADED
           MOVE ZERO                  TO WS-ACK-REJECTED
           CALL "INBACK" USING WS-ACK-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-VERIFY-REASON, WS-ACK-COUNTS,
               WS-RUN-STAMP, WS-ACK-STATUS.
