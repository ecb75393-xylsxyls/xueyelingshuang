      ***************************************************************
      *                                                             *
      *               D  L  V  R  S  L  A                           *
      *                                                             *
      *  Delivery agreement row, read from DLVRSLA.DAT by DLVRTRK.  *
      *  DSL-CONFIRM-HOURS is the number of hours downstream has,   *
      *  after a shipment of DSL-EXTRACT-ID, to confirm it with a   *
      *  receipt. A shipment not confirmed in that time is          *
      *  escalated to OPENINC.DAT. Zero hours means the extract is  *
      *  tracked but never escalated. An extract with no row of its *
      *  own takes the "DEFAULT " row, the ORAFLAGS.DAT lookup      *
      *  convention. With no DEFAULT row the agreement is 24 hours. *
      *  DSL-PARTNER names who collects the file, for the status    *
      *  report.                                                    *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  DELIVERY-AGREEMENT-RECORD.
           05  DSL-EXTRACT-ID        PIC X(8).
           05  DSL-CONFIRM-HOURS     PIC 9(3).
           05  DSL-PARTNER           PIC X(30).
