      *                   carried through the backup image both ways,  *
      *                   so a reversal of a record rebuilt from a     *
      *                   backup still credits the right statement.    *
      *  2026-10-15  JW   The price source added to the master is      *
      *                   carried through the backup image both ways,  *
      *                   so rebuilt history still shows whether an    *
      *                   extension was priced at list or contract.    *
      *  2026-10-15  JW   The sales tax fields added to the master     *
      *                   (amount, jurisdiction, tax-payable account)  *
      *                   are carried through the backup image both    *
      *                   ways, so a reversal of a rebuilt record      *
      *                   still backs its tax out.                     *
      *  2026-10-15  JW   The cost amount added to the master is       *
      *                   carried through the backup image both ways,  *
      *                   so a reversal of a rebuilt record still      *
      *                   backs its cost of goods sold out.            *
      *  2026-10-15  JW   The foreign-currency fields added to the     *
      *                   master (currency, rate, and the price,       *
      *                   extension, and tax in the currency) are      *
      *                   carried through the backup image both ways,  *
      *                   so a rebuilt record still bills and          *
      *                   reverses in the customer's currency.         *
      *  2026-10-15  JW   The run number stamped on the master is      *
      *                   carried through the backup image both ways.  *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE BKP-ITEM-CODE        TO MST-ITEM-CODE.
           MOVE BKP-TRAN-DATE        TO MST-TRAN-DATE.
           MOVE BKP-CUST-CODE        TO MST-CUST-CODE.
           MOVE BKP-PRICE-SOURCE     TO MST-PRICE-SOURCE.
           MOVE BKP-TAX-AMOUNT       TO MST-TAX-AMOUNT.
           MOVE BKP-TAX-JURISDICTION TO MST-TAX-JURISDICTION.
           MOVE BKP-TAX-GL-ACCOUNT   TO MST-TAX-GL-ACCOUNT.
           MOVE BKP-COST-AMOUNT      TO MST-COST-AMOUNT.
           MOVE BKP-CURRENCY-CODE    TO MST-CURRENCY-CODE.
           MOVE BKP-FX-RATE          TO MST-FX-RATE.
           MOVE BKP-FX-PRICE         TO MST-FX-PRICE.
           MOVE BKP-FX-RESULT        TO MST-FX-RESULT.
           MOVE BKP-FX-TAX-AMOUNT    TO MST-FX-TAX-AMOUNT.
           MOVE BKP-RUN-NO           TO MST-RUN-NO.

           WRITE MST-RECORD
               INVALID KEY
           MOVE MST-ITEM-CODE        TO BKP-ITEM-CODE.
           MOVE MST-TRAN-DATE        TO BKP-TRAN-DATE.
           MOVE MST-CUST-CODE        TO BKP-CUST-CODE.
           MOVE MST-PRICE-SOURCE     TO BKP-PRICE-SOURCE.
           MOVE MST-TAX-AMOUNT       TO BKP-TAX-AMOUNT.
           MOVE MST-TAX-JURISDICTION TO BKP-TAX-JURISDICTION.
           MOVE MST-TAX-GL-ACCOUNT   TO BKP-TAX-GL-ACCOUNT.
           MOVE MST-COST-AMOUNT      TO BKP-COST-AMOUNT.
           MOVE MST-CURRENCY-CODE    TO BKP-CURRENCY-CODE.
           MOVE MST-FX-RATE          TO BKP-FX-RATE.
           MOVE MST-FX-PRICE         TO BKP-FX-PRICE.
           MOVE MST-FX-RESULT        TO BKP-FX-RESULT.
           MOVE MST-FX-TAX-AMOUNT    TO BKP-FX-TAX-AMOUNT.
           MOVE MST-RUN-NO           TO BKP-RUN-NO.

           WRITE BKP-RECORD.
           IF WS-BKPFILE-STATUS NOT = "00"
