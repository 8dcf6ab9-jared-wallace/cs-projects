      *                   the end - a record dated into the wrong      *
      *                   month is why a register stops tying. No      *
      *                   card, or a zero period, applies no test.     *
      *  2026-10-15  JW   Sort record kept in step with the GL         *
      *                   extract's new entry type, tax jurisdiction,  *
      *                   and tax base fields. Tax postings register   *
      *                   under their tax-payable account like any     *
      *                   other record.                                *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SRT-DR-CR-INDICATOR            PIC X(01).
               88  SRT-CREDIT                             VALUE "C".
           05  SRT-RUN-NO                     PIC 9(06).
           05  SRT-ENTRY-TYPE                 PIC X(01).
           05  SRT-TAX-JURISDICTION           PIC X(06).
           05  SRT-TAX-BASE                   PIC 9(07)V99.
           05  FILLER                         PIC X(22).

       FD  REGRPT
           LABEL RECORDS ARE STANDARD
