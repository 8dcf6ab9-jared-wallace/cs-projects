      *  2026-08-22 JW  Added AUD-RUN-NO - the run-registry number of  *
      *                 the run that wrote the record, so every audit  *
      *                 line traces to exactly one numbered run.       *
      *  2026-10-15 JW  Added AUD-PRICE-SOURCE - list, contract, or    *
      *                 contract quantity break - so the audit trail   *
      *                 shows why an extension carried the price it    *
      *                 did.                                           *
      *  2026-10-15 JW  Added AUD-CURRENCY-CODE, AUD-FX-RATE, and      *
      *                 AUD-FX-RESULT - for a foreign-currency         *
      *                 customer, the currency, the conversion rate,   *
      *                 and the extension in that currency alongside   *
      *                 the base-currency AUD-RESULT. Spaces in the    *
      *                 currency is a base-currency extension.         *
      *================================================================*
       01  AUD-RECORD.
           05  AUD-RUN-DATE                  PIC 9(08).
               88  AUD-STATUS-OK                          VALUE "O".
               88  AUD-STATUS-SIZE-ERROR                   VALUE "E".
           05  AUD-RUN-NO                      PIC 9(06).
           05  AUD-PRICE-SOURCE                PIC X(01).
               88  AUD-PRICE-LIST                 VALUES " ", "L".
               88  AUD-PRICE-CONTRACT             VALUE "C".
               88  AUD-PRICE-TIER                 VALUE "T".
           05  AUD-CURRENCY-CODE               PIC X(03).
           05  AUD-FX-RATE                     PIC 9(04)V9(06).
           05  AUD-FX-RESULT                   PIC 9(07)V99.
           05  FILLER                          PIC X(01).
