      *================================================================*
      *  CPRREC.CPY                                                    *
      *  Indexed customer contract-price record, keyed by customer     *
      *  code and item code. Carries the price negotiated for one      *
      *  customer on one item, the dates the contract runs, and up to  *
      *  five quantity breaks. The MULT batch run extends at the       *
      *  contract price - or the best quantity-break price the         *
      *  transaction quantity reaches - when the transaction date      *
      *  falls inside the contract, and at the PRCFILE list price      *
      *  otherwise. Maintained through MULTCPR, with the same update   *
      *  stamping MULTPRC gives the price master.                      *
      *                                                                *
      *  A zero expiry date means the contract runs until changed.     *
      *  Tiers are held in ascending minimum-quantity order; only the  *
      *  first CPR-TIER-COUNT entries are in use, and the highest tier *
      *  whose minimum the quantity reaches wins. A quantity below     *
      *  the first tier extends at the contract price.                 *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - customer contract prices.   *
      *  2026-10-15 JW  CPR-CONTRACT-PRICE and CPR-TIER-PRICE widened  *
      *                 from 999V99 to 9(07)V99 - a contract is in the *
      *                 customer's billing currency, and in a currency *
      *                 of low unit value a real price runs past       *
      *                 999.99. The record grows from 128 to 144       *
      *                 bytes; CPRFILE has to be reloaded.             *
      *================================================================*
       01  CPR-RECORD.
           05  CPR-KEY.
               10  CPR-CUST-CODE             PIC X(08).
               10  CPR-ITEM-CODE             PIC X(08).
           05  CPR-CONTRACT-PRICE             PIC 9(07)V99.
           05  CPR-EFF-DATE                   PIC 9(08).
           05  CPR-EXP-DATE                   PIC 9(08).
           05  CPR-TIER-COUNT                 PIC 9(01).
           05  CPR-TIER                       OCCURS 5 TIMES.
               10  CPR-TIER-MIN-QTY          PIC 999V99.
               10  CPR-TIER-PRICE            PIC 9(07)V99.
           05  CPR-LAST-UPDATE-DATE           PIC 9(08).
           05  CPR-LAST-UPDATE-TIME           PIC 9(08).
           05  CPR-UPDATED-BY                 PIC X(08).
           05  FILLER                         PIC X(08).
