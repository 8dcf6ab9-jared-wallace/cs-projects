      *  2026-09-02 JW  Added BKP-CUST-CODE in step with the MSTREC    *
      *                 customer code; the record follows MSTREC out   *
      *                 to 96 bytes.                                   *
      *  2026-10-15 JW  Added BKP-PRICE-SOURCE in step with the MSTREC *
      *                 price source.                                  *
      *  2026-10-15 JW  Added BKP-TAX-AMOUNT, BKP-TAX-JURISDICTION,    *
      *                 and BKP-TAX-GL-ACCOUNT in step with MSTREC;    *
      *                 the record follows MSTREC out to 128 bytes.    *
      *  2026-10-15 JW  Added BKP-COST-AMOUNT in step with MSTREC.     *
      *  2026-10-15 JW  Added BKP-CURRENCY-CODE, BKP-FX-RATE,          *
      *                 BKP-FX-PRICE, BKP-FX-RESULT, and               *
      *                 BKP-FX-TAX-AMOUNT in step with MSTREC; the     *
      *                 record follows MSTREC out to 168 bytes.        *
      *  2026-10-15 JW  Added BKP-RUN-NO in step with MSTREC.          *
      *================================================================*
       01  BKP-RECORD.
           05  BKP-TRAN-ID                   PIC 9(06).
           05  BKP-ITEM-CODE                   PIC X(08).
           05  BKP-TRAN-DATE                   PIC 9(08).
           05  BKP-CUST-CODE                   PIC X(08).
           05  BKP-PRICE-SOURCE                PIC X(01).
           05  BKP-TAX-AMOUNT                  PIC 9(07)V99.
           05  BKP-TAX-JURISDICTION            PIC X(06).
           05  BKP-TAX-GL-ACCOUNT              PIC X(10).
           05  BKP-COST-AMOUNT                 PIC 9(07)V99.
           05  BKP-CURRENCY-CODE               PIC X(03).
           05  BKP-FX-RATE                     PIC 9(04)V9(06).
           05  BKP-FX-PRICE                    PIC 9(07)V99.
           05  BKP-FX-RESULT                   PIC 9(07)V99.
           05  BKP-FX-TAX-AMOUNT               PIC 9(07)V99.
           05  BKP-RUN-NO                      PIC 9(06).
           05  FILLER                          PIC X(02).
