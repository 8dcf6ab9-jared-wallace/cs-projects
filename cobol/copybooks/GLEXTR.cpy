      *  2026-08-22 JW  Added GL-RUN-NO - the run-registry number of   *
      *                 the run that wrote the record. Keep MULTREG's  *
      *                 sort record in step with this layout.          *
      *  2026-10-15 JW  Added GL-ENTRY-TYPE, GL-TAX-JURISDICTION, and  *
      *                 GL-TAX-BASE. An extension's sales tax goes out *
      *                 as its own type T record crediting the         *
      *                 jurisdiction's tax-payable account, carrying   *
      *                 the jurisdiction and the taxable amount, so    *
      *                 MULTTAX can report the liability from GLHIST.  *
      *                 Keep MULTREG's sort record and MULTGLA's       *
      *                 GLHIST record in step.                         *
      *  2026-10-15 JW  Added GL-ENTRY-COST - the type C pair MULT     *
      *                 writes for the cost of stock relieved: a COGS  *
      *                 debit and an inventory credit, the other way   *
      *                 round on a reversal. No layout change.         *
      *================================================================*
       01  GL-RECORD.
           05  GL-ACCOUNT-CODE               PIC X(10).
           05  GL-AMOUNT                      PIC S9(09)V99.
           05  GL-DR-CR-INDICATOR             PIC X(01).
           05  GL-RUN-NO                      PIC 9(06).
           05  GL-ENTRY-TYPE                  PIC X(01).
               88  GL-ENTRY-EXTENSION                VALUES " ", "E".
               88  GL-ENTRY-TAX                           VALUE "T".
               88  GL-ENTRY-COST                          VALUE "C".
           05  GL-TAX-JURISDICTION            PIC X(06).
           05  GL-TAX-BASE                    PIC 9(07)V99.
           05  FILLER                         PIC X(22).
