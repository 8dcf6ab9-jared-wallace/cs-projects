      *================================================================*
      *  SLSPRM.CPY                                                    *
      *  Parameter card for the MULTSLS sales analysis - one record,   *
      *  read once at start of run. The source byte picks the file     *
      *  the extensions are taken from: M (or space) the MSTFILE       *
      *  master, R a RESFILE of run results. The current period's      *
      *  from and to dates are required and bound the extensions by    *
      *  transaction date, inclusive. The prior period and the same    *
      *  period last year may be keyed; left zero, the prior period    *
      *  is the same number of calendar months immediately before the  *
      *  current one and last year is the current period a year back - *
      *  key them for a period that is not whole months.               *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - sales analysis periods.     *
      *================================================================*
       01  SLP-RECORD.
           05  SLP-SOURCE                     PIC X(01).
               88  SLP-SOURCE-MASTER                  VALUES " ", "M".
               88  SLP-SOURCE-RESULTS                  VALUE "R".
           05  SLP-FROM-DATE                  PIC 9(08).
           05  SLP-TO-DATE                    PIC 9(08).
           05  SLP-PRIOR-FROM-DATE            PIC 9(08).
           05  SLP-PRIOR-TO-DATE              PIC 9(08).
           05  SLP-LAST-YEAR-FROM-DATE        PIC 9(08).
           05  SLP-LAST-YEAR-TO-DATE          PIC 9(08).
           05  FILLER                         PIC X(31).
