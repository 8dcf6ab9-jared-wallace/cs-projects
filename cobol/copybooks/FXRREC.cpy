      *================================================================*
      *  FXRREC.CPY                                                    *
      *  Indexed exchange-rate record, keyed by currency code and the  *
      *  date the rate takes effect. A currency carries one record     *
      *  per rate change; the MULT batch run converts a foreign-       *
      *  currency customer's extension to base currency at the latest  *
      *  rate whose effective date is on or before the transaction     *
      *  date, and the MULTFXV revaluation run values open items at    *
      *  the latest rate on or before the period end. Maintained       *
      *  through MULTFXR, with the same update stamping the price      *
      *  master gets.                                                  *
      *                                                                *
      *  FXR-RATE is the base-currency value of one unit of the        *
      *  currency - 1.274500 means one unit buys 1.2745 in base.       *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - exchange-rate table.        *
      *================================================================*
       01  FXR-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY-CODE         PIC X(03).
               10  FXR-EFF-DATE              PIC 9(08).
           05  FXR-DESCRIPTION                PIC X(25).
           05  FXR-RATE                       PIC 9(04)V9(06).
           05  FXR-LAST-UPDATE-DATE           PIC 9(08).
           05  FXR-LAST-UPDATE-TIME           PIC 9(08).
           05  FXR-UPDATED-BY                 PIC X(08).
           05  FILLER                         PIC X(10).
