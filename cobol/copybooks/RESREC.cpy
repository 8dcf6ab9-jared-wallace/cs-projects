      *                 RES-TRAN-DATE so the MULTSTM statement run     *
      *                 can bill the period's results by customer      *
      *                 without chasing the input feeds.               *
      *  2026-10-15 JW  Added RES-PRICE-SOURCE so the statement line   *
      *                 can show whether the customer was billed at    *
      *                 list, contract, or quantity-break price. Keep  *
      *                 the MULTSTM sort record in step.               *
      *  2026-10-15 JW  Added RES-TAX-AMOUNT - the sales tax charged   *
      *                 on the extension (or backed out by a           *
      *                 reversal), printed by MULTSTM as its own line. *
      *                 Keep the MULTSTM sort record in step.          *
      *  2026-10-15 JW  Added RES-CURRENCY-CODE, RES-FX-PRICE,         *
      *                 RES-FX-RESULT, and RES-FX-TAX-AMOUNT - the     *
      *                 customer's billing currency and the unit       *
      *                 price, extension, and tax in it, so MULTSTM    *
      *                 bills a foreign-currency customer in its own   *
      *                 currency. Spaces in the currency is a          *
      *                 base-currency result. The record grows from    *
      *                 80 to 112 bytes - the 80-byte image had only   *
      *                 fourteen spare - and keeps sixteen spare for   *
      *                 what comes next; keep the MULTSTM sort record  *
      *                 in step.                                       *
      *================================================================*
       01  RES-RECORD.
           05  RES-TRAN-ID                   PIC 9(06).
           05  RES-ITEM-CODE                  PIC X(08).
           05  RES-CUST-CODE                  PIC X(08).
           05  RES-TRAN-DATE                  PIC 9(08).
           05  RES-PRICE-SOURCE               PIC X(01).
               88  RES-PRICE-LIST                     VALUES " ", "L".
               88  RES-PRICE-CONTRACT                 VALUE "C".
               88  RES-PRICE-TIER                     VALUE "T".
           05  RES-TAX-AMOUNT                 PIC 9(07)V99.
           05  RES-CURRENCY-CODE              PIC X(03).
               88  RES-BASE-CURRENCY                  VALUE SPACES.
           05  RES-FX-PRICE                   PIC 9(07)V99.
           05  RES-FX-RESULT                  PIC 9(07)V99.
           05  RES-FX-TAX-AMOUNT              PIC 9(07)V99.
           05  FILLER                         PIC X(16).
