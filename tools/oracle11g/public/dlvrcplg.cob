      ***************************************************************
      *                                                             *
      *               D  L  V  R  C  P  L  G                        *
      *                                                             *
      *  Downstream receipt record. A partner or portal that        *
      *  collects OUTB.<extract-id>.CSV drops a line into           *
      *  RCPT.<extract-id>.DAT. The line gives what it received:    *
      *  the extract id, the records it counted (the trailer        *
      *  excluded) and the trailer checksum it read. It also gives  *
      *  the date and time it collected the file and its own system *
      *  id. The fields are fixed width, zero-padded and separated  *
      *  by ";", the way the trailer is written:                    *
      *                                                             *
      *    MTHSALES;000001234;000987654;20261015;061502;PORTAL01    *
      *                                                             *
      *  DLVRTRK consumes the file on each run. It logs every line  *
      *  it read to DLVRRCV.DAT as a DELIVERY-RECEIPT-LOG-RECORD,   *
      *  then truncates the file, so each receipt is matched once.  *
      *  RCL-OUTCOME is the line's outcome: "CONFIRMD" or           *
      *  "MISMATCH" when it was matched to a shipment, "DUPLICAT"   *
      *  when its shipment was already received, and "UNMATCHD"     *
      *  when no shipment of the extract was waiting.               *
      *  RCL-GENERATION is the generation of the shipment it was    *
      *  matched to.                                                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  DELIVERY-RECEIPT-RECORD.
           05  RCP-EXTRACT-ID        PIC X(8).
           05  FILLER                PIC X(1).
           05  RCP-RECORD-COUNT      PIC 9(9).
           05  FILLER                PIC X(1).
           05  RCP-CHECKSUM          PIC 9(9).
           05  FILLER                PIC X(1).
           05  RCP-RECEIVED-DATE     PIC X(8).
           05  FILLER                PIC X(1).
           05  RCP-RECEIVED-TIME     PIC X(6).
           05  FILLER                PIC X(1).
           05  RCP-RECEIVER          PIC X(8).

       01  DELIVERY-RECEIPT-LOG-RECORD.
           05  RCL-RECEIPT           PIC X(53).
           05  RCL-OUTCOME           PIC X(8).
           05  RCL-GENERATION        PIC 9(4).
           05  RCL-PROCESSED-DATE    PIC X(8).
           05  RCL-PROCESSED-TIME    PIC X(6).
