      ***************************************************************
      *                                                             *
      *               D  L  V  R  E  G  L  G                        *
      *                                                             *
      *  Delivery register record, one row per shipment. DLVRMGR    *
      *  appends a row to DLVRREG.DAT on every successful "SHIP "   *
      *  of an extract. The row carries the extract id, the GENMGR  *
      *  generation kept for it (zero when none was cataloged), the *
      *  manifest's record count, checksum and run date (the night  *
      *  the extract ran), and the ship date and time.              *
      *  DRG-PROGRAM-ID and DRG-JOB-ID are the caller that shipped  *
      *  it.                                                        *
      *                                                             *
      *  DLVRTRK fills in the rest and rewrites the file on each    *
      *  run. The receipt fields come from the downstream receipt   *
      *  matched to the shipment. DRG-DUE-DATE and DRG-DUE-TIME are *
      *  the ship time plus the DLVRSLA.DAT agreed hours.           *
      *  DRG-ESCALATED-DATE is the first day an incident was raised *
      *  for the shipment.                                          *
      *                                                             *
      *  DRG-STATUS:                                                *
      *    "SHIPPED " - no receipt yet                              *
      *    "CONFIRMD" - received; count and checksum agree          *
      *    "MISMATCH" - received, but the receipt's count or        *
      *                 checksum disagrees with the manifest        *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  DELIVERY-REGISTER-RECORD.
           05  DRG-EXTRACT-ID        PIC X(8).
           05  DRG-GENERATION        PIC 9(4).
           05  DRG-PROGRAM-ID        PIC X(8).
           05  DRG-JOB-ID            PIC X(8).
           05  DRG-RECORD-COUNT      PIC 9(9).
           05  DRG-CHECKSUM          PIC 9(9).
           05  DRG-RUN-DATE          PIC X(8).
           05  DRG-SHIP-DATE         PIC X(8).
           05  DRG-SHIP-TIME         PIC X(6).
           05  DRG-STATUS            PIC X(8).
           05  DRG-RECEIPT-DATE      PIC X(8).
           05  DRG-RECEIPT-TIME      PIC X(6).
           05  DRG-RECEIPT-COUNT     PIC 9(9).
           05  DRG-RECEIPT-CHECKSUM  PIC 9(9).
           05  DRG-RECEIVER          PIC X(8).
           05  DRG-DUE-DATE          PIC X(8).
           05  DRG-DUE-TIME          PIC X(6).
           05  DRG-ESCALATED-DATE    PIC X(8).
