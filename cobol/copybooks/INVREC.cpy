      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-09-02 JW  Initial copybook - indexed inventory balance.  *
      *  2026-10-15 JW  Added INV-PREF-VENDOR and INV-REORDER-QTY -    *
      *                 the vendor and quantity the MULTPOG run orders *
      *                 from - and INV-OPEN-PO-NUMBER, the item's PO   *
      *                 still open, so a second is never raised while  *
      *                 one is outstanding. Spaces in any of them, on  *
      *                 a record from before this change, read as not  *
      *                 set.                                           *
      *  2026-10-15 JW  Added INV-UNIT-COST - the item's moving        *
      *                 average cost, re-averaged by every MULTINV     *
      *                 receipt keyed at a cost - and the inventory    *
      *                 and cost-of-goods-sold accounts MULT posts the *
      *                 cost of stock relieved to. The record grows    *
      *                 from 80 to 120 bytes. A record from before     *
      *                 this change carries spaces there and posts no  *
      *                 cost until MULTINV sets them.                  *
      *================================================================*
       01  INV-RECORD.
           05  INV-ITEM-CODE                 PIC X(08).
           05  INV-LAST-UPDATE-DATE           PIC 9(08).
           05  INV-LAST-UPDATE-TIME           PIC 9(08).
           05  INV-UPDATED-BY                 PIC X(08).
           05  INV-PREF-VENDOR                PIC X(08).
           05  INV-REORDER-QTY                PIC 9(05)V99.
           05  INV-OPEN-PO-NUMBER             PIC 9(06).
           05  INV-UNIT-COST                  PIC 9(05)V9(04).
           05  INV-INVENTORY-ACCOUNT          PIC X(10).
           05  INV-COGS-ACCOUNT               PIC X(10).
           05  FILLER                         PIC X(21).
