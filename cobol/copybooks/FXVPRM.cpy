      *================================================================*
      *  FXVPRM.CPY                                                    *
      *  Parameter card for the MULTFXV foreign-currency revaluation - *
      *  one record, read once at start of run. The period-end date    *
      *  the open items are revalued at defaults to the run date when  *
      *  zero or absent; the rate used for each currency is the one in *
      *  effect on that date. The detail flag set to Y lists each open *
      *  item under its currency instead of the currency totals alone. *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - revaluation parms.          *
      *================================================================*
       01  FXV-RECORD.
           05  FXV-PERIOD-END-DATE            PIC 9(08).
           05  FXV-DETAIL-FLAG                PIC X(01).
               88  FXV-DETAIL-REQUESTED               VALUE "Y".
           05  FILLER                         PIC X(71).
