      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-09-02 JW  Initial copybook - indexed customer master.    *
      *  2026-10-15 JW  Added CUS-TAX-JURISDICTION - the sales-tax     *
      *                 jurisdiction the customer's extensions are     *
      *                 taxed in, looked up on the TAXRATE table by    *
      *                 MULT. Spaces means the customer is not taxed.  *
      *  2026-10-15 JW  Added CUS-CURRENCY-CODE - the currency the     *
      *                 customer is priced and billed in, converted to *
      *                 base currency by MULT at the FXRATE rate in    *
      *                 effect on the transaction date. Spaces means   *
      *                 the customer is billed in base currency.       *
      *================================================================*
       01  CUS-RECORD.
           05  CUS-CUST-CODE                 PIC X(08).
           05  CUS-LAST-UPDATE-DATE           PIC 9(08).
           05  CUS-LAST-UPDATE-TIME           PIC 9(08).
           05  CUS-UPDATED-BY                 PIC X(08).
           05  CUS-TAX-JURISDICTION           PIC X(06).
           05  CUS-CURRENCY-CODE              PIC X(03).
               88  CUS-BASE-CURRENCY                      VALUE SPACES.
           05  FILLER                         PIC X(18).
