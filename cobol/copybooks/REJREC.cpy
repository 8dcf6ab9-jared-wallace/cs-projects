      *                 customer code - new reasons 12 (customer not    *
      *                 on the customer master) and 13 (customer is     *
      *                 inactive).                                      *
      *  2026-10-15 JW  New reasons: 14 (TRAN-ID already on the         *
      *                 master) and 15 (TRAN-ID repeated within the     *
      *                 same feed).                                     *
      *  2026-10-15 JW  New reasons: 16 (taxable extension with no      *
      *                 tax rate in effect on the transaction date)     *
      *                 and 17 (tax rate names no tax-payable account). *
      *  2026-10-15 JW  New reason: 18 (foreign-currency customer with  *
      *                 no exchange rate in effect on the transaction   *
      *                 date).                                          *
      *================================================================*
       01  REJ-RECORD.
           05  REJ-TRAN-ID                   PIC 9(06).
