      *================================================================*
      *  TXRREC.CPY                                                    *
      *  Indexed sales-tax rate record, keyed by tax jurisdiction and  *
      *  the date the rate takes effect. A jurisdiction carries one    *
      *  record per rate change; the MULT batch run taxes an           *
      *  extension at the latest rate whose effective date is on or    *
      *  before the transaction date, and credits the tax to the       *
      *  tax-payable account on that record. Maintained through        *
      *  MULTTXR, with the same update stamping the price master gets. *
      *                                                                *
      *  TXR-TAX-RATE is a fraction - 0.07250 is 7.25 percent.         *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - sales-tax rate table.       *
      *  2026-10-15 JW  Trailing filler cut to one byte - the record   *
      *                 is 80 bytes like the other rate tables.        *
      *================================================================*
       01  TXR-RECORD.
           05  TXR-KEY.
               10  TXR-JURISDICTION          PIC X(06).
               10  TXR-EFF-DATE              PIC 9(08).
           05  TXR-DESCRIPTION                PIC X(25).
           05  TXR-TAX-RATE                   PIC 9V9(05).
           05  TXR-GL-ACCOUNT-CODE            PIC X(10).
           05  TXR-LAST-UPDATE-DATE           PIC 9(08).
           05  TXR-LAST-UPDATE-TIME           PIC 9(08).
           05  TXR-UPDATED-BY                 PIC X(08).
           05  FILLER                         PIC X(01).
