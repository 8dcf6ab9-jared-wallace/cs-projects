      *================================================================*
      *  AROREC.CPY                                                    *
      *  Indexed accounts-receivable open-item record, keyed by        *
      *  customer code and transaction ID. The MULT batch run opens    *
      *  one item for every extension it posts and a type R reversal   *
      *  reduces or closes it; the MULTCSH cash-receipts run applies   *
      *  payments against it; MULTAGE ages what is left open. The      *
      *  open amount is always original less reversed less paid, and   *
      *  is signed - a reversal of an item already partly paid leaves  *
      *  a credit owed back to the customer, which the aged trial      *
      *  balance has to show rather than hide.                         *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - AR open-item ledger.        *
      *  2026-10-15 JW  Added ARO-CURRENCY-CODE, ARO-FX-RATE, and      *
      *                 ARO-FX-ORIGINAL-AMT out of the filler - for a  *
      *                 customer billed in a foreign currency, the     *
      *                 currency, the rate the item was booked at, and *
      *                 the amount billed in that currency. The        *
      *                 ledger amounts stay in base currency; what is  *
      *                 still open in the currency is the base open    *
      *                 amount at the booking rate. Spaces in the      *
      *                 currency is a base-currency item.              *
      *================================================================*
       01  ARO-RECORD.
           05  ARO-KEY.
               10  ARO-CUST-CODE             PIC X(08).
               10  ARO-TRAN-ID               PIC 9(06).
           05  ARO-ITEM-CODE                  PIC X(08).
           05  ARO-TRAN-DATE                  PIC 9(08).
           05  ARO-ORIGINAL-AMT               PIC 9(07)V99.
           05  ARO-REVERSED-AMT               PIC 9(07)V99.
           05  ARO-PAID-AMT                   PIC 9(07)V99.
           05  ARO-OPEN-AMT                   PIC S9(07)V99
                                               SIGN IS LEADING SEPARATE.
           05  ARO-STATUS                     PIC X(01).
               88  ARO-ITEM-OPEN                          VALUE "O".
               88  ARO-ITEM-CLOSED                        VALUE "C".
           05  ARO-LAST-PAYMENT-DATE          PIC 9(08).
           05  ARO-RUN-NO                     PIC 9(06).
           05  ARO-LAST-UPDATE-DATE           PIC 9(08).
           05  ARO-LAST-UPDATE-TIME           PIC 9(08).
           05  ARO-UPDATED-BY                 PIC X(08).
           05  ARO-CURRENCY-CODE              PIC X(03).
               88  ARO-BASE-CURRENCY                      VALUE SPACES.
           05  ARO-FX-RATE                    PIC 9(04)V9(06).
           05  ARO-FX-ORIGINAL-AMT            PIC 9(07)V99.
