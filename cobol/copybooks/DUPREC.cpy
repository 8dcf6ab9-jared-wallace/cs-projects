      *================================================================*
      *  DUPREC.CPY                                                    *
      *  Duplicate-transaction work record written by the MULT batch   *
      *  run for every extension rejected because its TRAN-ID is       *
      *  already on MSTFILE - the incoming values side by side with    *
      *  the values already on the master - and read back at end of    *
      *  run to print the duplicate exception section of the report.   *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - duplicate exception work    *
      *                 record.                                        *
      *================================================================*
       01  DUP-RECORD.
           05  DUP-REASON-CODE                PIC X(02).
           05  DUP-TRAN-ID                    PIC 9(06).
           05  DUP-IN-NUM1                    PIC S999V99
                                               SIGN IS LEADING SEPARATE.
           05  DUP-IN-ITEM-CODE               PIC X(08).
           05  DUP-IN-TRAN-DATE               PIC 9(08).
           05  DUP-IN-CUST-CODE               PIC X(08).
           05  DUP-MST-NUM1                   PIC 999V99.
           05  DUP-MST-NUM2                   PIC 999V99.
           05  DUP-MST-RESULT                 PIC 9(07)V99.
           05  DUP-MST-ITEM-CODE              PIC X(08).
           05  DUP-MST-TRAN-DATE              PIC 9(08).
           05  DUP-MST-CUST-CODE              PIC X(08).
           05  DUP-MST-LAST-UPDATE-DATE       PIC 9(08).
           05  DUP-MST-POSTING-STATUS         PIC X(01).
           05  DUP-MST-REVERSAL-FLAG          PIC X(01).
           05  FILLER                         PIC X(05).
