      *================================================================*
      *  CFRREC.CPY                                                    *
      *  Cash-feed registry record. MULTCSH writes one when a receipts *
      *  feed has been posted to completion, keyed in effect by the    *
      *  feed ID off the RCPFILE batch header, and refuses any feed    *
      *  whose ID is already here - applying the same receipts twice   *
      *  would close items that were never paid. Kept apart from the   *
      *  MULT run registry so MULT's run numbering, and the back-out   *
      *  and history reports that read it, are not disturbed.          *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - cash-feed registry.         *
      *================================================================*
       01  CFR-RECORD.
           05  CFR-FEED-ID                    PIC X(16).
           05  CFR-CREATE-DATE                PIC 9(08).
           05  CFR-RUN-DATE                   PIC 9(08).
           05  CFR-RUN-TIME                   PIC 9(08).
           05  CFR-RECEIPT-COUNT              PIC 9(06).
           05  CFR-RECEIVED-AMOUNT            PIC 9(09)V99.
           05  CFR-APPLIED-AMOUNT             PIC 9(09)V99.
           05  FILLER                         PIC X(12).
