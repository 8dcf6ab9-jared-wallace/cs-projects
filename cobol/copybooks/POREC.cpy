      *================================================================*
      *  POREC.CPY                                                     *
      *  Indexed purchase order record, keyed by PO number - one item  *
      *  from one vendor per PO. Raised by the MULTPOG run from the    *
      *  items at or below their reorder point, received against in    *
      *  MULTINV, and aged by the MULTPOA open-PO report. The lead     *
      *  days are copied off the vendor when the PO is raised, so a    *
      *  later change to the vendor's lead time does not move the      *
      *  date an order already placed falls due.                       *
      *                                                                *
      *  Status: O open, nothing received; P partly received, more to  *
      *  come; R received in full; S closed short - the vendor has     *
      *  shipped all it will and the quantity received is less than    *
      *  ordered. O and P are the open POs.                            *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - indexed purchase orders.    *
      *================================================================*
       01  PO-RECORD.
           05  PO-NUMBER                     PIC 9(06).
           05  PO-ITEM-CODE                   PIC X(08).
           05  PO-VENDOR-CODE                 PIC X(08).
           05  PO-ORDER-DATE                  PIC 9(08).
           05  PO-LEAD-DAYS                   PIC 9(03).
           05  PO-ORDER-QTY                   PIC 9(07)V99.
           05  PO-RECEIVED-QTY                PIC 9(07)V99.
           05  PO-RECEIPT-COUNT               PIC 9(03).
           05  PO-LAST-RECEIPT-DATE           PIC 9(08).
           05  PO-STATUS                      PIC X(01).
               88  PO-STATUS-OPEN                         VALUE "O".
               88  PO-PART-RECEIVED                       VALUE "P".
               88  PO-FULLY-RECEIVED                      VALUE "R".
               88  PO-CLOSED-SHORT                        VALUE "S".
               88  PO-STILL-OPEN                    VALUES "O", "P".
           05  PO-LAST-UPDATE-DATE            PIC 9(08).
           05  PO-LAST-UPDATE-TIME            PIC 9(08).
           05  PO-UPDATED-BY                  PIC X(08).
           05  FILLER                         PIC X(13).
