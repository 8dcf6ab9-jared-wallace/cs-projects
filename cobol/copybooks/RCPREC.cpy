      *================================================================*
      *  RCPREC.CPY                                                    *
      *  Cash-receipts input record for the MULTCSH batch run - one    *
      *  record per payment received. A receipt naming a transaction   *
      *  ID is applied to that open item first; whatever is left, or   *
      *  the whole receipt when none is named, is applied to the       *
      *  customer's open items oldest transaction first. The feed      *
      *  carries the same kind of batch header and trailer as the      *
      *  MULT transaction feed, the trailer holding the receipt count  *
      *  and the amount total the run must reproduce.                  *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - cash receipts input.        *
      *================================================================*
       01  RCP-RECORD.
           05  RCP-RECEIPT-NO                 PIC 9(06).
           05  RCP-CUST-CODE                  PIC X(08).
           05  RCP-TYPE-CODE                  PIC X(01).
               88  RCP-TYPE-RECEIPT                   VALUES " ", "P".
               88  RCP-TYPE-HEADER                     VALUE "H".
               88  RCP-TYPE-TRAILER                    VALUE "T".
           05  RCP-RECEIPT-DATE               PIC 9(08).
           05  RCP-AMOUNT                     PIC 9(07)V99.
           05  RCP-APPLY-TRAN-ID              PIC 9(06).
           05  RCP-REFERENCE                  PIC X(12).
           05  FILLER                         PIC X(30).

      *----------------------------------------------------------------*
      *  Batch header - first record of the feed. The type byte sits   *
      *  at the same offset as RCP-TYPE-CODE.                          *
      *----------------------------------------------------------------*
       01  RCP-HEADER-RECORD.
           05  FILLER                       PIC X(14).
           05  RHD-TYPE-CODE                 PIC X(01).
           05  RHD-FEED-ID                   PIC X(16).
           05  RHD-CREATE-DATE               PIC 9(08).
           05  FILLER                        PIC X(41).

      *----------------------------------------------------------------*
      *  Batch trailer - last record of the feed, carrying the count   *
      *  of receipt records and their amount total.                    *
      *----------------------------------------------------------------*
       01  RCP-TRAILER-RECORD.
           05  FILLER                       PIC X(14).
           05  RTR-TYPE-CODE                 PIC X(01).
           05  RTR-RECORD-COUNT              PIC 9(06).
           05  RTR-AMOUNT-TOTAL              PIC 9(09)V99.
           05  FILLER                        PIC X(48).
