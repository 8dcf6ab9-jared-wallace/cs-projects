      *================================================================*
      *  AGEPRM.CPY                                                    *
      *  Parameter card for the MULTAGE aged trial balance - one       *
      *  record, read once at start of run. The as-of date the items   *
      *  are aged to defaults to the run date when zero or absent;     *
      *  the detail flag set to Y lists each open item under its       *
      *  customer instead of the customer totals alone.                *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - aged trial balance parms.   *
      *================================================================*
       01  AGP-RECORD.
           05  AGP-AS-OF-DATE                 PIC 9(08).
           05  AGP-DETAIL-FLAG                PIC X(01).
               88  AGP-DETAIL-REQUESTED               VALUE "Y".
           05  FILLER                         PIC X(71).
