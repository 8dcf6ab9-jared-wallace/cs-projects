      *================================================================*
      *  UNAREC.CPY                                                    *
      *  Unapplied-cash record written by the MULTCSH cash-receipts    *
      *  run for any part of a receipt it could not put against an     *
      *  open item - an unknown customer, or more cash than the        *
      *  customer has open. The money is real, so it is kept here for  *
      *  collections to resolve instead of being dropped.              *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - unapplied cash output.      *
      *================================================================*
       01  UNA-RECORD.
           05  UNA-RECEIPT-NO                 PIC 9(06).
           05  UNA-CUST-CODE                  PIC X(08).
           05  UNA-RECEIPT-DATE               PIC 9(08).
           05  UNA-AMOUNT                     PIC 9(07)V99.
           05  UNA-REFERENCE                  PIC X(12).
           05  UNA-REASON-CODE                PIC X(02).
           05  UNA-REASON-TEXT                PIC X(25).
           05  UNA-RUN-DATE                   PIC 9(08).
           05  FILLER                         PIC X(02).
