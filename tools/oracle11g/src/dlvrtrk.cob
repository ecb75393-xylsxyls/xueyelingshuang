      ***************************************************************
      *                                                             *
      *               D  L  V  R  T  R  K                           *
      *                                                             *
      *  Downstream delivery tracker. DLVRMGR puts                  *
      *  OUTB.<extract-id>.CSV in place with its manifest, and      *
      *  until now nothing told us whether the partner or portal    *
      *  ever collected the file, or whether their count matched    *
      *  ours. DLVRMGR now enters each shipment in the delivery     *
      *  register DLVRREG.DAT (dlvreglg.cob). Run each cycle after  *
      *  ERRESCAL and before NTFYDSP, this program:                 *
      *                                                             *
      *    - reads the receipt files downstream drops back,         *
      *      RCPT.<extract-id>.DAT (dlvrcplg.cob), for every        *
      *      extract in the register. It matches each receipt to a  *
      *      waiting shipment of the extract by checksum. A receipt *
      *      whose checksum matches none is matched to the          *
      *      extract's latest waiting shipment and flagged. The     *
      *      shipment is CONFIRMD when the receipt's count and      *
      *      checksum both agree with the manifest and MISMATCH     *
      *      otherwise. Every receipt line is logged to DLVRRCV.DAT *
      *      with its outcome, and the receipt file is truncated    *
      *      once the register is rewritten.                        *
      *    - escalates: a shipment not confirmed within its         *
      *      DLVRSLA.DAT agreed hours (dlvrsla.cob) is appended to  *
      *      OPENINC.DAT as an incident with the shop-reserved      *
      *      SQLCODE -20990 ("shipment not confirmed downstream").  *
      *      OIN-JOB-ID is the shipping job and OIN-RULE-ID the     *
      *      extract id, so NTFYDSP pages for it like any other     *
      *      incident. Only an extract's latest shipment is         *
      *      escalated -- the next ship overwrites                  *
      *      OUTB.<extract-id>.CSV, so an older one can no longer   *
      *      be collected. It is reported, not paged. As in         *
      *      RUNWATCH, an incident already in the file is not       *
      *      written twice.                                         *
      *    - rewrites the register, dropping rows shipped more than *
      *      62 days ago unless a row is its extract's latest       *
      *      shipment.                                              *
      *    - writes the delivery status report                      *
      *      DLVRSTS.<yyyymmdd>.DAT. It has one line per shipment,  *
      *      night by night in ship order, showing whether the file *
      *      was shipped, received and confirmed, when it was due   *
      *      and whether it was escalated. It ends with each        *
      *      extract's agreement and the totals.                    *
      *                                                             *
      *  RETURN-CODE is 4 when a receipt disagreed or a shipment is *
      *  overdue, and 8 when the register is too big to hold        *
      *  (nothing is changed then).                                 *
      *                                                             *
      *  Running jobs append to DLVRREG.DAT through DLVRMGR "SHIP   *
      *  ". From the load of the register to its rewrite this run   *
      *  holds the FILLOCK "DLVRREG " resource that DLVRMGR appends *
      *  under, so no shipment is registered inside the window and  *
      *  lost.                                                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Hold the FILLOCK "DLVRREG "       *
      *              resource from the register load through its    *
      *              rewrite.                                       *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DLVRTRK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-REGISTER-FILE
               ASSIGN TO "DLVRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AGREEMENT-FILE
               ASSIGN TO "DLVRSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGREEMENT-STATUS.

           SELECT RECEIPT-FILE
               ASSIGN TO WS-RECEIPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT OPTIONAL RECEIPT-LOG-FILE
               ASSIGN TO "DLVRRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL OPEN-INCIDENT-FILE
               ASSIGN TO "OPENINC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT STATUS-REPORT-FILE
               ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-REGISTER-FILE.
       01  DELIVERY-REGISTER-LINE    PIC X(138).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-LINE            PIC X(41).

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE              PIC X(80).

       FD  RECEIPT-LOG-FILE.
       01  RECEIPT-LOG-LINE          PIC X(79).

       FD  OPEN-INCIDENT-FILE.
       01  OPEN-INCIDENT-LINE        PIC X(80).

       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DLVREGLG.
       COPY DLVRCPLG.
       COPY DLVRSLA.
       COPY OPENINLG.

       01  WS-RECEIPT-FILE-NAME.
           05  FILLER                PIC X(5)  VALUE "RCPT.".
           05  WS-RECEIPT-REPORT-ID  PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".
       01  WS-REPORT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "DLVRSTS.".
           05  WS-REPORT-DATE        PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-REGISTER-STATUS        PIC X(2).
       01  WS-AGREEMENT-STATUS       PIC X(2).
       01  WS-RECEIPT-STATUS         PIC X(2).
       01  WS-LOG-STATUS             PIC X(2).
       01  WS-INCIDENT-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).

       01  WS-CALLER-ID              PIC X(8) VALUE "DLVRTRK ".
       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "DLVRREG ".
       01  WS-LOCK-STATUS            PIC X(1).

       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(6).
       01  WS-NOW-STAMP              PIC X(14).
       01  WS-DUE-STAMP              PIC X(14).
       01  WS-KEEP-DAYS              PIC S9(9) COMP VALUE 62.
       01  WS-OLDEST-KEPT            PIC X(8).
       01  WS-OLDEST-KEPT-NUM        PIC 9(8).

      * Due time: the ship date and time plus the agreed hours,
      * worked in minutes from the INTEGER-OF-DATE epoch.
       01  WS-WORK-DATE-NUM          PIC 9(8).
       01  WS-WORK-TIME              PIC X(6).
       01  WS-WORK-TIME-PARTS REDEFINES WS-WORK-TIME.
           05  WS-WORK-HH            PIC 9(2).
           05  WS-WORK-MM            PIC 9(2).
           05  WS-WORK-SS            PIC 9(2).
       01  WS-WORK-MINUTES           PIC S9(11) COMP.
       01  WS-WORK-DAYS              PIC S9(9) COMP.
       01  WS-WORK-MINUTE-OF-DAY     PIC S9(9) COMP.
       01  WS-WORK-HOUR-OF-DAY       PIC 9(2).
       01  WS-WORK-MINUTE-OF-HOUR    PIC 9(2).

      * The register, held whole while receipts are matched, and
      * rewritten at the end. WS-SHP-LATEST is "Y" on each extract's
      * latest shipment; WS-SHP-RAISED on one already in OPENINC.DAT.
       01  WS-MAX-SHIPMENTS          PIC S9(9) COMP VALUE 5000.
       01  WS-SHIPMENT-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-IX                     PIC S9(9) COMP.
       01  WS-OVERFLOW               PIC X(1) VALUE "N".
       01  WS-SHIPMENT-TABLE.
           05  WS-SHIPMENT-ENTRY     OCCURS 5000 TIMES.
               10  WS-SHP-EXTRACT-ID     PIC X(8).
               10  WS-SHP-GENERATION     PIC 9(4).
               10  WS-SHP-PROGRAM-ID     PIC X(8).
               10  WS-SHP-JOB-ID         PIC X(8).
               10  WS-SHP-RECORD-COUNT   PIC 9(9).
               10  WS-SHP-CHECKSUM       PIC 9(9).
               10  WS-SHP-RUN-DATE       PIC X(8).
               10  WS-SHP-SHIP-DATE      PIC X(8).
               10  WS-SHP-SHIP-TIME      PIC X(6).
               10  WS-SHP-STATUS         PIC X(8).
               10  WS-SHP-RECEIPT-DATE   PIC X(8).
               10  WS-SHP-RECEIPT-TIME   PIC X(6).
               10  WS-SHP-RECEIPT-COUNT  PIC 9(9).
               10  WS-SHP-RECEIPT-CHECKSUM  PIC 9(9).
               10  WS-SHP-RECEIVER       PIC X(8).
               10  WS-SHP-DUE-DATE       PIC X(8).
               10  WS-SHP-DUE-TIME       PIC X(6).
               10  WS-SHP-ESCALATED-DATE PIC X(8).
       01  WS-SHIPMENT-FLAGS.
           05  WS-SHIPMENT-FLAG      OCCURS 5000 TIMES.
               10  WS-SHP-LATEST         PIC X(1).
               10  WS-SHP-RAISED         PIC X(1).
               10  WS-SHP-OVERDUE        PIC X(1).

      * One row per extract in the register, with its agreement.
       01  WS-EXTRACT-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-EX                     PIC S9(9) COMP.
       01  WS-EXTRACT-TABLE.
           05  WS-EXTRACT-ENTRY      OCCURS 500 TIMES.
               10  WS-EXT-ID             PIC X(8).
               10  WS-EXT-LATEST-IX      PIC S9(9) COMP.
               10  WS-EXT-HOURS          PIC 9(3).
               10  WS-EXT-PARTNER        PIC X(30).
               10  WS-EXT-RECEIPTS       PIC S9(9) COMP.

       01  WS-AGREEMENT-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-AX                     PIC S9(9) COMP.
       01  WS-AGREEMENT-TABLE.
           05  WS-AGREEMENT-ENTRY    OCCURS 200 TIMES.
               10  WS-AGR-EXTRACT-ID     PIC X(8).
               10  WS-AGR-HOURS          PIC 9(3).
               10  WS-AGR-PARTNER        PIC X(30).
       01  WS-DEFAULT-HOURS          PIC 9(3) VALUE 24.
       01  WS-DEFAULT-PARTNER        PIC X(30) VALUE SPACES.

       01  WS-MATCH-IX               PIC S9(9) COMP.
       01  WS-DUPLICATE-IX           PIC S9(9) COMP.

       01  WS-RECEIPT-TOTAL          PIC S9(9) COMP VALUE ZERO.
       01  WS-CONFIRMED-NOW          PIC S9(9) COMP VALUE ZERO.
       01  WS-MISMATCHED-NOW         PIC S9(9) COMP VALUE ZERO.
       01  WS-UNMATCHED-NOW          PIC S9(9) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-INCIDENT-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  WS-DROPPED-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-RECEIVED-TOTAL         PIC S9(9) COMP.
       01  WS-CONFIRMED-TOTAL        PIC S9(9) COMP.
       01  WS-MISMATCHED-TOTAL       PIC S9(9) COMP.

       01  WS-REPORT-LINE            PIC X(132).
       01  WS-PREVIOUS-NIGHT         PIC X(8).
       01  WS-COUNT-EDIT             PIC Z(8)9.
       01  WS-EDIT-1                 PIC Z(4)9.
       01  WS-EDIT-2                 PIC Z(4)9.
       01  WS-EDIT-3                 PIC Z(4)9.
       01  WS-EDIT-4                 PIC Z(4)9.
       01  WS-EDIT-5                 PIC Z(4)9.
       01  WS-RECEIVED-TEXT          PIC X(15).
       01  WS-CONFIRMED-TEXT         PIC X(9).
       01  WS-DUE-TEXT               PIC X(15).

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW
           MOVE WS-TODAY              TO WS-NOW-STAMP(1:8)
           MOVE WS-NOW                TO WS-NOW-STAMP(9:6)
           MOVE WS-TODAY              TO WS-REPORT-DATE

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS

           PERFORM LOAD-REGISTER-PARA
           IF WS-OVERFLOW = "Y"
               DISPLAY "DLVRTRK: DLVRREG.DAT holds more than "
                   WS-MAX-SHIPMENTS " shipments -- nothing matched, "
                   "escalated or rewritten" UPON CONSOLE
               PERFORM RELEASE-REGISTER-PARA
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SHIPMENT-COUNT = ZERO
               DISPLAY "DLVRTRK: no shipment in DLVRREG.DAT -- "
                   "nothing to track" UPON CONSOLE
               PERFORM RELEASE-REGISTER-PARA
               STOP RUN
           END-IF

           PERFORM LOAD-AGREEMENTS-PARA
           PERFORM BUILD-EXTRACT-LIST-PARA
           PERFORM SET-DUE-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SHIPMENT-COUNT

           OPEN EXTEND RECEIPT-LOG-FILE
           PERFORM READ-RECEIPTS-PARA
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EXTRACT-COUNT
           CLOSE RECEIPT-LOG-FILE

           PERFORM SCAN-INCIDENTS-PARA
           OPEN EXTEND OPEN-INCIDENT-FILE
           PERFORM ESCALATE-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SHIPMENT-COUNT
           CLOSE OPEN-INCIDENT-FILE

           PERFORM REWRITE-REGISTER-PARA
           PERFORM RELEASE-REGISTER-PARA
           PERFORM CLEAR-RECEIPTS-PARA
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EXTRACT-COUNT
           PERFORM WRITE-STATUS-REPORT-PARA

           MOVE WS-RECEIPT-TOTAL      TO WS-EDIT-1
           MOVE WS-CONFIRMED-NOW      TO WS-EDIT-2
           MOVE WS-MISMATCHED-NOW     TO WS-EDIT-3
           MOVE WS-OVERDUE-COUNT      TO WS-EDIT-4
           MOVE WS-INCIDENT-COUNT     TO WS-EDIT-5
           DISPLAY "DLVRTRK " WS-TODAY ": "
               FUNCTION TRIM(WS-EDIT-1) " receipt(s) read, "
               FUNCTION TRIM(WS-EDIT-2) " confirmed, "
               FUNCTION TRIM(WS-EDIT-3) " mismatched, "
               FUNCTION TRIM(WS-EDIT-4) " overdue, "
               FUNCTION TRIM(WS-EDIT-5) " new incident(s) -- "
               WS-REPORT-FILE-NAME UPON CONSOLE

           IF WS-MISMATCHED-NOW > ZERO OR WS-OVERDUE-COUNT > ZERO
               MOVE 4                 TO RETURN-CODE
           END-IF

           STOP RUN.

       RELEASE-REGISTER-PARA.
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.

       LOAD-REGISTER-PARA.
           OPEN INPUT DELIVERY-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ DELIVERY-REGISTER-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF WS-SHIPMENT-COUNT < WS-MAX-SHIPMENTS
                               ADD 1   TO WS-SHIPMENT-COUNT
                               MOVE DELIVERY-REGISTER-LINE
                                   TO WS-SHIPMENT-ENTRY
                                          (WS-SHIPMENT-COUNT)
                               MOVE "N"
                                   TO WS-SHP-LATEST(WS-SHIPMENT-COUNT)
                               MOVE "N"
                                   TO WS-SHP-RAISED(WS-SHIPMENT-COUNT)
                               MOVE "N"
                                   TO WS-SHP-OVERDUE(WS-SHIPMENT-COUNT)
                           ELSE
                               MOVE "Y"    TO WS-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-REGISTER-FILE
           END-IF.

       LOAD-AGREEMENTS-PARA.
           OPEN INPUT AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ AGREEMENT-FILE INTO DELIVERY-AGREEMENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM STORE-AGREEMENT-PARA
                   END-READ
               END-PERFORM
               CLOSE AGREEMENT-FILE
           END-IF.

       STORE-AGREEMENT-PARA.
           IF DSL-CONFIRM-HOURS IS NOT NUMERIC
               DISPLAY "DLVRTRK WARNING: DLVRSLA.DAT row for "
                   DSL-EXTRACT-ID " has no valid hours -- skipped"
                   UPON CONSOLE
           ELSE
               IF DSL-EXTRACT-ID = "DEFAULT "
                   MOVE DSL-CONFIRM-HOURS  TO WS-DEFAULT-HOURS
                   MOVE DSL-PARTNER   TO WS-DEFAULT-PARTNER
               ELSE
                   IF WS-AGREEMENT-COUNT < 200
                       ADD 1          TO WS-AGREEMENT-COUNT
                       MOVE DSL-EXTRACT-ID
                           TO WS-AGR-EXTRACT-ID(WS-AGREEMENT-COUNT)
                       MOVE DSL-CONFIRM-HOURS
                           TO WS-AGR-HOURS(WS-AGREEMENT-COUNT)
                       MOVE DSL-PARTNER
                           TO WS-AGR-PARTNER(WS-AGREEMENT-COUNT)
                   END-IF
               END-IF
           END-IF.

      * The register is in ship order, so the last row seen for an
      * extract is its latest shipment.
       BUILD-EXTRACT-LIST-PARA.
           PERFORM LIST-ONE-SHIPMENT-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SHIPMENT-COUNT
           PERFORM MARK-LATEST-PARA
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EXTRACT-COUNT.

       LIST-ONE-SHIPMENT-PARA.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EXTRACT-COUNT
                      OR WS-EXT-ID(WS-EX) = WS-SHP-EXTRACT-ID(WS-IX)
               CONTINUE
           END-PERFORM
           IF WS-EX > WS-EXTRACT-COUNT
               IF WS-EXTRACT-COUNT < 500
                   ADD 1              TO WS-EXTRACT-COUNT
                   MOVE WS-EXTRACT-COUNT  TO WS-EX
                   MOVE WS-SHP-EXTRACT-ID(WS-IX)  TO WS-EXT-ID(WS-EX)
                   MOVE ZERO          TO WS-EXT-RECEIPTS(WS-EX)
                   PERFORM FIND-AGREEMENT-PARA
               ELSE
                   MOVE ZERO          TO WS-EX
               END-IF
           END-IF
           IF WS-EX > ZERO
               MOVE WS-IX             TO WS-EXT-LATEST-IX(WS-EX)
           END-IF.

       FIND-AGREEMENT-PARA.
           MOVE WS-DEFAULT-HOURS      TO WS-EXT-HOURS(WS-EX)
           MOVE WS-DEFAULT-PARTNER    TO WS-EXT-PARTNER(WS-EX)
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > WS-AGREEMENT-COUNT
               IF WS-AGR-EXTRACT-ID(WS-AX) = WS-EXT-ID(WS-EX)
                   MOVE WS-AGR-HOURS(WS-AX)  TO WS-EXT-HOURS(WS-EX)
                   MOVE WS-AGR-PARTNER(WS-AX)
                                      TO WS-EXT-PARTNER(WS-EX)
               END-IF
           END-PERFORM.

       MARK-LATEST-PARA.
           MOVE "Y"        TO WS-SHP-LATEST(WS-EXT-LATEST-IX(WS-EX)).

      * Worked out afresh every run from the agreement as it stands;
      * zero hours leaves the shipment with no due time.
       SET-DUE-PARA.
           MOVE SPACES                TO WS-SHP-DUE-DATE(WS-IX)
           MOVE SPACES                TO WS-SHP-DUE-TIME(WS-IX)
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EXTRACT-COUNT
                      OR WS-EXT-ID(WS-EX) = WS-SHP-EXTRACT-ID(WS-IX)
               CONTINUE
           END-PERFORM
           MOVE WS-SHP-SHIP-TIME(WS-IX)  TO WS-WORK-TIME
           IF WS-EX NOT > WS-EXTRACT-COUNT
               AND WS-EXT-HOURS(WS-EX) > ZERO
               AND WS-SHP-SHIP-DATE(WS-IX) IS NUMERIC
               AND WS-WORK-TIME IS NUMERIC
               MOVE WS-SHP-SHIP-DATE(WS-IX)  TO WS-WORK-DATE-NUM
               COMPUTE WS-WORK-MINUTES =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) * 1440
                   + WS-WORK-HH * 60 + WS-WORK-MM
                   + WS-EXT-HOURS(WS-EX) * 60
               DIVIDE WS-WORK-MINUTES BY 1440
                   GIVING WS-WORK-DAYS
                   REMAINDER WS-WORK-MINUTE-OF-DAY
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               DIVIDE WS-WORK-MINUTE-OF-DAY BY 60
                   GIVING WS-WORK-HOUR-OF-DAY
                   REMAINDER WS-WORK-MINUTE-OF-HOUR
               MOVE WS-WORK-DATE-NUM  TO WS-SHP-DUE-DATE(WS-IX)
               MOVE WS-WORK-HOUR-OF-DAY  TO WS-WORK-HH
               MOVE WS-WORK-MINUTE-OF-HOUR  TO WS-WORK-MM
               MOVE WS-WORK-TIME      TO WS-SHP-DUE-TIME(WS-IX)
           END-IF.

      ***************************************************************
      * Receipts: every line in the extract's receipt file, logged  *
      * with its outcome. The file is truncated only after the      *
      * register has been rewritten.                                *
      ***************************************************************
       READ-RECEIPTS-PARA.
           MOVE WS-EXT-ID(WS-EX)      TO WS-RECEIPT-REPORT-ID
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ RECEIPT-FILE
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF RECEIPT-LINE NOT = SPACES
                               ADD 1   TO WS-EXT-RECEIPTS(WS-EX)
                               PERFORM MATCH-RECEIPT-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.

      * A checksum match on a waiting shipment first; then, for a
      * receipt matching no shipment's checksum, the extract's
      * latest waiting shipment -- the one downstream could collect.
       MATCH-RECEIPT-PARA.
           ADD 1                      TO WS-RECEIPT-TOTAL
           MOVE RECEIPT-LINE          TO DELIVERY-RECEIPT-RECORD
           IF RCP-EXTRACT-ID = SPACES
               MOVE WS-EXT-ID(WS-EX)  TO RCP-EXTRACT-ID
           END-IF
           IF RCP-RECORD-COUNT IS NOT NUMERIC
               MOVE ZERO              TO RCP-RECORD-COUNT
           END-IF
           IF RCP-CHECKSUM IS NOT NUMERIC
               MOVE ZERO              TO RCP-CHECKSUM
           END-IF

           MOVE ZERO                  TO WS-MATCH-IX
           MOVE ZERO                  TO WS-DUPLICATE-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SHIPMENT-COUNT
               IF WS-SHP-EXTRACT-ID(WS-IX) = RCP-EXTRACT-ID
                   AND WS-SHP-CHECKSUM(WS-IX) = RCP-CHECKSUM
                   IF WS-SHP-STATUS(WS-IX) = "SHIPPED "
                       IF WS-MATCH-IX = ZERO
                           MOVE WS-IX TO WS-MATCH-IX
                       END-IF
                   ELSE
                       MOVE WS-IX     TO WS-DUPLICATE-IX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IX = ZERO AND WS-DUPLICATE-IX = ZERO
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-SHIPMENT-COUNT
                   IF WS-SHP-EXTRACT-ID(WS-IX) = RCP-EXTRACT-ID
                       AND WS-SHP-STATUS(WS-IX) = "SHIPPED "
                       MOVE WS-IX     TO WS-MATCH-IX
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES                TO DELIVERY-RECEIPT-LOG-RECORD
           MOVE DELIVERY-RECEIPT-RECORD  TO RCL-RECEIPT
           MOVE ZERO                  TO RCL-GENERATION
           MOVE WS-TODAY              TO RCL-PROCESSED-DATE
           MOVE WS-NOW                TO RCL-PROCESSED-TIME
           EVALUATE TRUE
               WHEN WS-MATCH-IX > ZERO
                   PERFORM RECORD-RECEIPT-PARA
               WHEN WS-DUPLICATE-IX > ZERO
                   MOVE "DUPLICAT"    TO RCL-OUTCOME
                   MOVE WS-SHP-GENERATION(WS-DUPLICATE-IX)
                                      TO RCL-GENERATION
               WHEN OTHER
                   MOVE "UNMATCHD"    TO RCL-OUTCOME
                   ADD 1              TO WS-UNMATCHED-NOW
                   DISPLAY "DLVRTRK WARNING: receipt for "
                       RCP-EXTRACT-ID " from " RCP-RECEIVER
                       " matches no waiting shipment -- logged only"
                       UPON CONSOLE
           END-EVALUATE
           WRITE RECEIPT-LOG-LINE FROM DELIVERY-RECEIPT-LOG-RECORD.

       RECORD-RECEIPT-PARA.
           MOVE RCP-RECEIVED-DATE
               TO WS-SHP-RECEIPT-DATE(WS-MATCH-IX)
           MOVE RCP-RECEIVED-TIME
               TO WS-SHP-RECEIPT-TIME(WS-MATCH-IX)
           MOVE RCP-RECORD-COUNT
               TO WS-SHP-RECEIPT-COUNT(WS-MATCH-IX)
           MOVE RCP-CHECKSUM
               TO WS-SHP-RECEIPT-CHECKSUM(WS-MATCH-IX)
           MOVE RCP-RECEIVER          TO WS-SHP-RECEIVER(WS-MATCH-IX)
           IF RCP-RECORD-COUNT = WS-SHP-RECORD-COUNT(WS-MATCH-IX)
               AND RCP-CHECKSUM = WS-SHP-CHECKSUM(WS-MATCH-IX)
               MOVE "CONFIRMD"        TO WS-SHP-STATUS(WS-MATCH-IX)
               ADD 1                  TO WS-CONFIRMED-NOW
           ELSE
               MOVE "MISMATCH"        TO WS-SHP-STATUS(WS-MATCH-IX)
               ADD 1                  TO WS-MISMATCHED-NOW
               MOVE WS-SHP-RECORD-COUNT(WS-MATCH-IX)  TO WS-EDIT-1
               MOVE RCP-RECORD-COUNT  TO WS-EDIT-2
               DISPLAY WS-SHP-PROGRAM-ID(WS-MATCH-IX)
                   " DLVRTRK WARNING: " RCP-EXTRACT-ID " generation "
                   WS-SHP-GENERATION(WS-MATCH-IX) " shipped "
                   FUNCTION TRIM(WS-EDIT-1) " record(s) checksum "
                   WS-SHP-CHECKSUM(WS-MATCH-IX) ", " RCP-RECEIVER
                   " received " FUNCTION TRIM(WS-EDIT-2)
                   " checksum " RCP-CHECKSUM UPON CONSOLE
           END-IF
           MOVE WS-SHP-STATUS(WS-MATCH-IX)  TO RCL-OUTCOME
           MOVE WS-SHP-GENERATION(WS-MATCH-IX)  TO RCL-GENERATION.

      ***************************************************************
      * Escalation: the extract's latest shipment, still not        *
      * confirmed once its due time has passed.                     *
      ***************************************************************
       SCAN-INCIDENTS-PARA.
           OPEN INPUT OPEN-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = "00" OR WS-INCIDENT-STATUS = "05"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ OPEN-INCIDENT-FILE INTO OPEN-INCIDENT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF OIN-SQLCODE = -20990
                               PERFORM MARK-RAISED-PARA
                                   VARYING WS-IX FROM 1 BY 1
                                   UNTIL WS-IX > WS-SHIPMENT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-INCIDENT-FILE
           END-IF.

       MARK-RAISED-PARA.
           IF WS-SHP-EXTRACT-ID(WS-IX) = OIN-RULE-ID
               AND WS-SHP-SHIP-DATE(WS-IX) = OIN-FIRST-DATE
               MOVE "Y"               TO WS-SHP-RAISED(WS-IX)
           END-IF.

      * -20990 is the shop-reserved "shipment not confirmed
      * downstream" code, outside Oracle's range like -20999.
       ESCALATE-PARA.
           MOVE WS-SHP-DUE-DATE(WS-IX)  TO WS-DUE-STAMP(1:8)
           MOVE WS-SHP-DUE-TIME(WS-IX)  TO WS-DUE-STAMP(9:6)
           IF WS-SHP-LATEST(WS-IX) = "Y"
               AND WS-SHP-STATUS(WS-IX) NOT = "CONFIRMD"
               AND WS-SHP-DUE-DATE(WS-IX) NOT = SPACES
               AND WS-NOW-STAMP > WS-DUE-STAMP
               MOVE "Y"               TO WS-SHP-OVERDUE(WS-IX)
               ADD 1                  TO WS-OVERDUE-COUNT
               DISPLAY WS-SHP-PROGRAM-ID(WS-IX)
                   " DLVRTRK WARNING: " WS-SHP-EXTRACT-ID(WS-IX)
                   " generation " WS-SHP-GENERATION(WS-IX)
                   " shipped " WS-SHP-SHIP-DATE(WS-IX) " "
                   WS-SHP-SHIP-TIME(WS-IX) " not confirmed by "
                   WS-SHP-DUE-DATE(WS-IX) " " WS-SHP-DUE-TIME(WS-IX)
                   UPON CONSOLE
               IF WS-SHP-ESCALATED-DATE(WS-IX) = SPACES
                   MOVE WS-TODAY
                       TO WS-SHP-ESCALATED-DATE(WS-IX)
               END-IF
               IF WS-SHP-RAISED(WS-IX) = "N"
                   PERFORM RAISE-INCIDENT-PARA
               END-IF
           END-IF.

       RAISE-INCIDENT-PARA.
           PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX >= WS-EXTRACT-COUNT
                      OR WS-EXT-ID(WS-EX) = WS-SHP-EXTRACT-ID(WS-IX)
               CONTINUE
           END-PERFORM
           MOVE WS-SHP-PROGRAM-ID(WS-IX)  TO OIN-PROGRAM-ID
           MOVE -20990                TO OIN-SQLCODE
           MOVE WS-SHP-SHIP-DATE(WS-IX)  TO OIN-FIRST-DATE
           MOVE WS-SHP-DUE-DATE(WS-IX)   TO OIN-LAST-DATE
           MOVE WS-EXT-HOURS(WS-EX)   TO OIN-OCCURRENCES
           MOVE WS-TODAY              TO OIN-RAISED-DATE
           MOVE WS-NOW                TO OIN-RAISED-TIME
           MOVE WS-SHP-JOB-ID(WS-IX)  TO OIN-JOB-ID
           MOVE WS-SHP-EXTRACT-ID(WS-IX)  TO OIN-RULE-ID
           WRITE OPEN-INCIDENT-LINE FROM OPEN-INCIDENT-RECORD
           MOVE "Y"                   TO WS-SHP-RAISED(WS-IX)
           ADD 1                      TO WS-INCIDENT-COUNT.

       REWRITE-REGISTER-PARA.
           MOVE WS-TODAY              TO WS-OLDEST-KEPT-NUM
           COMPUTE WS-OLDEST-KEPT-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-OLDEST-KEPT-NUM)
               - WS-KEEP-DAYS)
           MOVE WS-OLDEST-KEPT-NUM    TO WS-OLDEST-KEPT

           OPEN OUTPUT DELIVERY-REGISTER-FILE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SHIPMENT-COUNT
               IF WS-SHP-SHIP-DATE(WS-IX) < WS-OLDEST-KEPT
                   AND WS-SHP-LATEST(WS-IX) = "N"
                   ADD 1              TO WS-DROPPED-COUNT
               ELSE
                   WRITE DELIVERY-REGISTER-LINE
                       FROM WS-SHIPMENT-ENTRY(WS-IX)
               END-IF
           END-PERFORM
           CLOSE DELIVERY-REGISTER-FILE.

       CLEAR-RECEIPTS-PARA.
           IF WS-EXT-RECEIPTS(WS-EX) > ZERO
               MOVE WS-EXT-ID(WS-EX)  TO WS-RECEIPT-REPORT-ID
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
           END-IF.

      ***************************************************************
      * The delivery status report, one line per shipment still in  *
      * the register, a blank line between nights.                  *
      ***************************************************************
       WRITE-STATUS-REPORT-PARA.
           OPEN OUTPUT STATUS-REPORT-FILE
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "DELIVERY STATUS REPORT   PRINTED " DELIMITED SIZE
                  WS-TODAY             DELIMITED SIZE
                  " "                  DELIMITED SIZE
                  WS-NOW               DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "NIGHT     EXTRACT   GEN   SHIPPED            "
                                       DELIMITED SIZE
                  "RECORDS   CHECKSUM  RECEIVED         CONFIRMED  "
                                       DELIMITED SIZE
                  "DUE              ESCALATED"
                                       DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE

           MOVE ZERO                  TO WS-RECEIVED-TOTAL
           MOVE ZERO                  TO WS-CONFIRMED-TOTAL
           MOVE ZERO                  TO WS-MISMATCHED-TOTAL
           MOVE SPACES                TO WS-PREVIOUS-NIGHT
           PERFORM REPORT-SHIPMENT-PARA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SHIPMENT-COUNT

           MOVE SPACES                TO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           MOVE "EXTRACT   HOURS  COLLECTED BY"  TO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM REPORT-AGREEMENT-PARA
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > WS-EXTRACT-COUNT

           MOVE SPACES                TO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           SUBTRACT WS-DROPPED-COUNT FROM WS-SHIPMENT-COUNT
               GIVING WS-EDIT-1
           MOVE WS-RECEIVED-TOTAL     TO WS-EDIT-2
           MOVE WS-CONFIRMED-TOTAL    TO WS-EDIT-3
           MOVE WS-MISMATCHED-TOTAL   TO WS-EDIT-4
           MOVE WS-OVERDUE-COUNT      TO WS-EDIT-5
           MOVE SPACES                TO WS-REPORT-LINE
           STRING "SHIPPED "           DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-1) DELIMITED SIZE
                  "   RECEIVED "       DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-2) DELIMITED SIZE
                  "   CONFIRMED "      DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-3) DELIMITED SIZE
                  "   MISMATCHED "     DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-4) DELIMITED SIZE
                  "   OVERDUE "        DELIMITED SIZE
                  FUNCTION TRIM(WS-EDIT-5) DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE STATUS-REPORT-FILE.

       REPORT-SHIPMENT-PARA.
           IF WS-SHP-SHIP-DATE(WS-IX) < WS-OLDEST-KEPT
               AND WS-SHP-LATEST(WS-IX) = "N"
               CONTINUE
           ELSE
               PERFORM REPORT-ONE-SHIPMENT-PARA
           END-IF.

       REPORT-ONE-SHIPMENT-PARA.
           IF WS-PREVIOUS-NIGHT NOT = SPACES
               AND WS-SHP-RUN-DATE(WS-IX) NOT = WS-PREVIOUS-NIGHT
               MOVE SPACES            TO WS-REPORT-LINE
               WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE WS-SHP-RUN-DATE(WS-IX)  TO WS-PREVIOUS-NIGHT

           MOVE "NO"                  TO WS-RECEIVED-TEXT
           MOVE "NO"                  TO WS-CONFIRMED-TEXT
           EVALUATE WS-SHP-STATUS(WS-IX)
               WHEN "CONFIRMD"
                   MOVE "YES"         TO WS-CONFIRMED-TEXT
                   ADD 1              TO WS-CONFIRMED-TOTAL
               WHEN "MISMATCH"
                   MOVE "MISMATCH"    TO WS-CONFIRMED-TEXT
                   ADD 1              TO WS-MISMATCHED-TOTAL
           END-EVALUATE
           IF WS-SHP-STATUS(WS-IX) NOT = "SHIPPED "
               ADD 1                  TO WS-RECEIVED-TOTAL
               MOVE SPACES            TO WS-RECEIVED-TEXT
               STRING WS-SHP-RECEIPT-DATE(WS-IX) DELIMITED SIZE
                      " "                      DELIMITED SIZE
                      WS-SHP-RECEIPT-TIME(WS-IX) DELIMITED SIZE
                   INTO WS-RECEIVED-TEXT
           END-IF
           IF WS-SHP-DUE-DATE(WS-IX) = SPACES
               MOVE "NOT TRACKED"     TO WS-DUE-TEXT
           ELSE
               MOVE SPACES            TO WS-DUE-TEXT
               STRING WS-SHP-DUE-DATE(WS-IX) DELIMITED SIZE
                      " "                  DELIMITED SIZE
                      WS-SHP-DUE-TIME(WS-IX) DELIMITED SIZE
                   INTO WS-DUE-TEXT
           END-IF

           MOVE WS-SHP-RECORD-COUNT(WS-IX)  TO WS-COUNT-EDIT
           MOVE SPACES                TO WS-REPORT-LINE
           STRING WS-SHP-RUN-DATE(WS-IX)     DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-SHP-EXTRACT-ID(WS-IX)   DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-SHP-GENERATION(WS-IX)   DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-SHP-SHIP-DATE(WS-IX)    DELIMITED SIZE
                  " "                        DELIMITED SIZE
                  WS-SHP-SHIP-TIME(WS-IX)    DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-COUNT-EDIT              DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-SHP-CHECKSUM(WS-IX)     DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-RECEIVED-TEXT           DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-CONFIRMED-TEXT          DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-DUE-TEXT                DELIMITED SIZE
                  "  "                       DELIMITED SIZE
                  WS-SHP-ESCALATED-DATE(WS-IX)  DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE

           IF WS-SHP-STATUS(WS-IX) = "MISMATCH"
               MOVE WS-SHP-RECEIPT-COUNT(WS-IX)  TO WS-COUNT-EDIT
               MOVE SPACES            TO WS-REPORT-LINE
               STRING "          RECEIVED BY "   DELIMITED SIZE
                      WS-SHP-RECEIVER(WS-IX)     DELIMITED SIZE
                      " AS "                     DELIMITED SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED SIZE
                      " RECORD(S), CHECKSUM "    DELIMITED SIZE
                      WS-SHP-RECEIPT-CHECKSUM(WS-IX)  DELIMITED SIZE
                   INTO WS-REPORT-LINE
               WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-SHP-OVERDUE(WS-IX) = "Y"
               MOVE "          OVERDUE -- ESCALATED TO OPENINC.DAT"
                                      TO WS-REPORT-LINE
               WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-SHP-LATEST(WS-IX) = "N"
               AND WS-SHP-STATUS(WS-IX) NOT = "CONFIRMD"
               MOVE SPACES            TO WS-REPORT-LINE
               STRING "          SUPERSEDED BY A LATER SHIPMENT -- "
                                       DELIMITED SIZE
                      "NOT ESCALATED"  DELIMITED SIZE
                   INTO WS-REPORT-LINE
               WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE
           END-IF.

       REPORT-AGREEMENT-PARA.
           MOVE WS-EXT-HOURS(WS-EX)   TO WS-EDIT-1
           MOVE SPACES                TO WS-REPORT-LINE
           IF WS-EXT-HOURS(WS-EX) = ZERO
               STRING WS-EXT-ID(WS-EX)   DELIMITED SIZE
                      "  NONE   "        DELIMITED SIZE
                      WS-EXT-PARTNER(WS-EX)  DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-EXT-ID(WS-EX)   DELIMITED SIZE
                      "  "               DELIMITED SIZE
                      WS-EDIT-1          DELIMITED SIZE
                      "  "               DELIMITED SIZE
                      WS-EXT-PARTNER(WS-EX)  DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE STATUS-REPORT-LINE FROM WS-REPORT-LINE.
