      *================================================================*
      *  POPRM.CPY                                                     *
      *  Parameter card for the MULTPOA open-PO aging report - one     *
      *  record, read once at start of run. The as-of date the open    *
      *  POs are aged to defaults to the run date when zero or         *
      *  absent, the same convention the MULTAGE card follows. POs     *
      *  closed short are listed when their last receipt falls in the  *
      *  as-of month.                                                  *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - open-PO aging parms.        *
      *================================================================*
       01  POP-RECORD.
           05  POP-AS-OF-DATE                 PIC 9(08).
           05  FILLER                         PIC X(72).
