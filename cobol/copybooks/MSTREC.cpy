      *                 record grows from 80 to 96 bytes - the         *
      *                 80-byte image had three spare bytes left;      *
      *                 keep BKPREC in step with this length.          *
      *  2026-10-15 JW  Added MST-PRICE-SOURCE - whether the extension *
      *                 was priced at the list price, a customer       *
      *                 contract price, or a contract quantity break,  *
      *                 so a price question is answered from the       *
      *                 master. A record from before this change       *
      *                 carries a space and reads as list price.       *
      *  2026-10-15 JW  Added MST-TAX-AMOUNT, MST-TAX-JURISDICTION,    *
      *                 and MST-TAX-GL-ACCOUNT - the sales tax         *
      *                 charged on the extension, where, and the       *
      *                 tax-payable account it was credited to, so a   *
      *                 reversal backs the tax out of the same         *
      *                 account the way it does the extension. The     *
      *                 record grows from 96 to 128 bytes; keep BKPREC *
      *                 in step. A record from before this change      *
      *                 carries spaces there and was never taxed.      *
      *  2026-10-15 JW  Added MST-COST-AMOUNT - the cost of the stock  *
      *                 the extension relieved, at the item's unit     *
      *                 cost when it posted, and the amount of the     *
      *                 COGS debit MULT wrote for it. A reversal backs *
      *                 out the same amount and the gross margin       *
      *                 report reads it against MST-RESULT. Spaces on  *
      *                 a record from before this change, or zero, is  *
      *                 an extension that was never costed.            *
      *  2026-10-15 JW  Added MST-CURRENCY-CODE, MST-FX-RATE,          *
      *                 MST-FX-PRICE, MST-FX-RESULT, and               *
      *                 MST-FX-TAX-AMOUNT - for a customer billed in   *
      *                 a foreign currency, the currency, the rate     *
      *                 the extension was converted at, and the unit   *
      *                 price, extension, and sales tax in that        *
      *                 currency. MST-NUM2, MST-RESULT, and            *
      *                 MST-TAX-AMOUNT stay in base currency, which    *
      *                 is what went to the GL. Spaces in the currency *
      *                 is a base-currency extension, or one from      *
      *                 before this change. The record grows from 128  *
      *                 to 168 bytes; keep BKPREC and the MULTMRG sort *
      *                 record in step.                                *
      *  2026-10-15 JW  Added MST-RUN-NO out of the filler - the MULT  *
      *                 run that wrote the extension. Unlike the       *
      *                 update stamp it does not move when the master  *
      *                 is reversed. Spaces on a record from before    *
      *                 this change.                                   *
      *================================================================*
       01  MST-RECORD.
           05  MST-TRAN-ID                   PIC 9(06).
           05  MST-ITEM-CODE                   PIC X(08).
           05  MST-TRAN-DATE                   PIC 9(08).
           05  MST-CUST-CODE                   PIC X(08).
           05  MST-PRICE-SOURCE                PIC X(01).
               88  MST-PRICE-LIST                 VALUES " ", "L".
               88  MST-PRICE-CONTRACT             VALUE "C".
               88  MST-PRICE-TIER                 VALUE "T".
           05  MST-TAX-AMOUNT                  PIC 9(07)V99.
           05  MST-TAX-JURISDICTION            PIC X(06).
           05  MST-TAX-GL-ACCOUNT              PIC X(10).
           05  MST-COST-AMOUNT                 PIC 9(07)V99.
           05  MST-CURRENCY-CODE               PIC X(03).
               88  MST-BASE-CURRENCY                       VALUE SPACES.
           05  MST-FX-RATE                     PIC 9(04)V9(06).
           05  MST-FX-PRICE                    PIC 9(07)V99.
           05  MST-FX-RESULT                   PIC 9(07)V99.
           05  MST-FX-TAX-AMOUNT               PIC 9(07)V99.
           05  MST-RUN-NO                      PIC 9(06).
           05  FILLER                          PIC X(02).
