      *                 on the transaction date; a zero date (a        *
      *                 record from before this change) behaves as     *
      *                 always in effect, exactly as before.           *
      *  2026-10-15 JW  Added PRC-TAXABLE-FLAG - Y when the item is    *
      *                 subject to sales tax. N, or a space on a       *
      *                 record from before this change, is exempt.     *
      *================================================================*
       01  PRC-RECORD.
           05  PRC-ITEM-CODE                 PIC X(08).
           05  PRC-LAST-UPDATE-DATE           PIC 9(08).
           05  PRC-LAST-UPDATE-TIME           PIC 9(08).
           05  PRC-UPDATED-BY                 PIC X(08).
           05  PRC-TAXABLE-FLAG               PIC X(01).
               88  PRC-ITEM-TAXABLE                       VALUE "Y".
               88  PRC-ITEM-EXEMPT                   VALUES " ", "N".
           05  FILLER                         PIC X(11).
