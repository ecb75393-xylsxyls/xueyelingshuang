      *       LOGARCH makes). A file with no trailer or a           *
      *       mismatched trailer never becomes visible downstream:  *
      *       WS-DELIVERY-STATUS comes back "N" and the working     *
      *       file is left for inspection. Each extract it ships    *
      *       is entered in the delivery register, DLVRREG.DAT      *
      *       (dlvreglg.cob), which DLVRTRK tracks to a downstream  *
      *       receipt.                                              *
      *  The record counts include the EXTHDR header record --      *
      *  they are physical record counts of the file as shipped,    *
      *  which is what the receiving side can recount.              *
      *                                                             *
      *  WS-FUNCTION = "ASEAL" and "ASHIP" make the same sealed,    *
      *  complete-files-only handoff for an inbound load's          *
      *  acknowledgement: INBACK.<job-id>.ACK (written by INBACK,   *
      *  the job id in WS-REPORT-ID) is sealed with manifest        *
      *  INBACK.<job-id>.MFT and shipped as OUTB.<job-id>.ACK, the  *
      *  name the upstream sender polls. The acknowledgement's      *
      *  manifest is dated the day it is written -- INBVRFY can     *
      *  refuse a file before the run has any JOBREG end record to  *
      *  date it by.                                                *
      *                                                             *
      *  WS-FUNCTION = "PSEAL" seals CSVEXP.<report-id>.CSV exactly *
      *  as "SEAL " does, but dates the manifest the day it is      *
      *  written: PURGEDRV seals each archive before it deletes the *
      *  rows in it, long before its run has a JOBREG end record. A *
      *  purge archive is kept, never shipped.                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Append to DLVRREG.DAT under the   *
      *              FILLOCK "DLVRREG " resource DLVRTRK holds      *
      *              while it rewrites the register.                *
      *   sysmaint   2026/10/15 - Enter every extract "SHIP "       *
      *              delivers in the delivery register DLVRREG.DAT, *
      *              with its manifest totals and GENMGR            *
      *              generation.                                    *
      *   sysmaint   2026/10/15 - Find the manifest's run date in   *
      *              the keyed JOBREG ledger (JOBLEDG.DAT), reading *
      *              only the caller's program/job pair.            *
      *   sysmaint   2026/10/15 - Added "PSEAL", the same-day-dated *
      *              seal for a purge archive.                      *
      *   sysmaint   2026/10/15 - Added "ASEAL" and "ASHIP" for the *
      *              inbound acknowledgement file. The file-name    *
      *              prefix and suffix are now set per call.        *
      *   sysmaint   2026/09/03 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.

           SELECT MANIFEST-FILE
               ASSIGN TO WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT OUTBOUND-FILE
               ASSIGN TO WS-OUTBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "EXTGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL DELIVERY-REGISTER-FILE
               ASSIGN TO "DLVRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKING-EXTRACT-FILE.
       01  OUTBOUND-LINE             PIC X(3400).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-LINE   PIC X(32).

       FD  DELIVERY-REGISTER-FILE.
       01  DELIVERY-REGISTER-LINE    PIC X(138).

       WORKING-STORAGE SECTION.
       COPY JOBREGLG.
       COPY EXTGCLG.
       COPY DLVREGLG.

       01  WS-WORKING-FILE-NAME.
           05  WS-WORKING-PREFIX     PIC X(7)  VALUE "CSVEXP.".
           05  WS-WORKING-REPORT-ID  PIC X(8).
           05  WS-WORKING-SUFFIX     PIC X(4)  VALUE ".CSV".
       01  WS-MANIFEST-FILE-NAME.
           05  WS-MANIFEST-PREFIX    PIC X(7)  VALUE "CSVEXP.".
           05  WS-MANIFEST-REPORT-ID PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".MFT".
       01  WS-OUTBOUND-FILE-NAME.
           05  FILLER                PIC X(5)  VALUE "OUTB.".
           05  WS-OUTBOUND-REPORT-ID PIC X(8).
           05  WS-OUTBOUND-SUFFIX    PIC X(4)  VALUE ".CSV".

       01  MANIFEST-RECORD.
           05  MFT-EXTRACT-ID        PIC X(8).

       01  WS-WORKING-STATUS         PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-MANIFEST-STATUS        PIC X(2).
       01  WS-CATALOG-STATUS         PIC X(2).
       01  WS-REGISTER-STATUS        PIC X(2).
       01  WS-AT-END                 PIC X(1).

      * DLVRTRK rewrites the register whole; the append takes the
      * same FILLOCK resource so no shipment lands inside its window.
       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "DLVRREG ".
       01  WS-LOCK-STATUS            PIC X(1).

       01  WS-RECORD-COUNT           PIC S9(9) COMP.
       01  WS-BYTE-COUNT             PIC S9(18) COMP.
       01  WS-HASH-TOTAL             PIC S9(18) COMP.
           MOVE WS-REPORT-ID          TO WS-OUTBOUND-REPORT-ID
           MOVE "N"                   TO WS-DELIVERY-STATUS

      * The names stay in WORKING-STORAGE between CALLs, so every
      * call sets the ones its function works on.
           IF WS-FUNCTION = "ASEAL" OR WS-FUNCTION = "ASHIP"
               MOVE "INBACK."         TO WS-WORKING-PREFIX
               MOVE ".ACK"            TO WS-WORKING-SUFFIX
               MOVE "INBACK."         TO WS-MANIFEST-PREFIX
               MOVE ".ACK"            TO WS-OUTBOUND-SUFFIX
           ELSE
               MOVE "CSVEXP."         TO WS-WORKING-PREFIX
               MOVE ".CSV"            TO WS-WORKING-SUFFIX
               MOVE "CSVEXP."         TO WS-MANIFEST-PREFIX
               MOVE ".CSV"            TO WS-OUTBOUND-SUFFIX
           END-IF

           EVALUATE WS-FUNCTION
               WHEN "SEAL "
               WHEN "ASEAL"
               WHEN "PSEAL"
                   PERFORM SEAL-PARA
               WHEN "SHIP "
               WHEN "ASHIP"
                   PERFORM SHIP-PARA
           END-EVALUATE

               WRITE WORKING-EXTRACT-LINE FROM WS-TRAILER-RECORD
               CLOSE WORKING-EXTRACT-FILE

               IF WS-FUNCTION = "ASEAL" OR WS-FUNCTION = "PSEAL"
                   MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE
               ELSE
                   PERFORM FIND-RUN-DATE-PARA
               END-IF

               OPEN OUTPUT MANIFEST-FILE
               MOVE WS-REPORT-ID      TO MFT-EXTRACT-ID
               + FUNCTION ORD(WORKING-EXTRACT-LINE(WS-CHAR-IX:1)).

      * The run date on the manifest is the latest same-pair end
      * record in the JOBREG ledger -- the run that just sealed. The
      * pair's rows are read from its first key on, in start order,
      * so the last one read is the latest run.
       FIND-RUN-DATE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE

           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               MOVE WS-CALLER-ID      TO JRK-PROGRAM-ID
               MOVE WS-JOB-ID         TO JRK-JOB-ID
               START JOB-REGISTRY-FILE KEY IS NOT LESS THAN JRK-PAIR
                   INVALID KEY
                       MOVE "Y"        TO WS-AT-END
               END-START
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                       AT END
                           IF JBR-PROGRAM-ID = WS-CALLER-ID
                               AND JBR-JOB-ID = WS-JOB-ID
                               MOVE JBR-END-DATE  TO WS-RUN-DATE
                           ELSE
                               MOVE "Y"    TO WS-AT-END
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM COPY-OUTBOUND-PARA
               DISPLAY WS-CALLER-ID " DLVRMGR: " WS-REPORT-ID
                   " shipped to " WS-OUTBOUND-FILE-NAME UPON CONSOLE
               IF WS-FUNCTION = "SHIP "
                   PERFORM REGISTER-SHIPMENT-PARA
               END-IF
           ELSE
               DISPLAY WS-CALLER-ID " DLVRMGR WARNING: " WS-REPORT-ID
                   " trailer missing or mismatched -- NOT shipped, "

           OPEN OUTPUT WORKING-EXTRACT-FILE
           CLOSE WORKING-EXTRACT-FILE.

      * The register row carries the totals the manifest recorded at
      * the seal -- the same figures downstream reads off the trailer
      * -- and the generation GENMGR kept of this image just before
      * the ship (the newest CSV one cataloged for the report).
       REGISTER-SHIPMENT-PARA.
           MOVE SPACES                TO DELIVERY-REGISTER-RECORD
           MOVE WS-REPORT-ID          TO DRG-EXTRACT-ID
           MOVE ZERO                  TO DRG-GENERATION
           MOVE WS-CALLER-ID          TO DRG-PROGRAM-ID
           MOVE WS-JOB-ID             TO DRG-JOB-ID
           MOVE ZERO                  TO DRG-RECORD-COUNT
           MOVE ZERO                  TO DRG-CHECKSUM
           MOVE FUNCTION CURRENT-DATE(1:8)  TO DRG-SHIP-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO DRG-SHIP-TIME
           MOVE DRG-SHIP-DATE         TO DRG-RUN-DATE
           MOVE "SHIPPED "            TO DRG-STATUS
           MOVE ZERO                  TO DRG-RECEIPT-COUNT
           MOVE ZERO                  TO DRG-RECEIPT-CHECKSUM

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               READ MANIFEST-FILE INTO MANIFEST-RECORD
                   NOT AT END
                       MOVE MFT-RECORD-COUNT  TO DRG-RECORD-COUNT
                       MOVE MFT-CHECKSUM      TO DRG-CHECKSUM
                       MOVE MFT-RUN-DATE      TO DRG-RUN-DATE
               END-READ
               CLOSE MANIFEST-FILE
           END-IF

           OPEN INPUT GENERATION-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ GENERATION-CATALOG-FILE
                           INTO EXTRACT-GENERATION-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           IF EGC-REPORT-ID = WS-REPORT-ID
                               AND EGC-WRITER = "CSV"
                               AND EGC-GENERATION > DRG-GENERATION
                               MOVE EGC-GENERATION
                                   TO DRG-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG-FILE
           END-IF

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS
           OPEN EXTEND DELIVERY-REGISTER-FILE
           WRITE DELIVERY-REGISTER-LINE FROM DELIVERY-REGISTER-RECORD
           CLOSE DELIVERY-REGISTER-FILE
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.
