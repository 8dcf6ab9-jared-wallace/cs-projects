      *================================================================*
      *  MRGPRM.CPY                                                    *
      *  Parameter card for the MULTMRG gross margin report - one      *
      *  record, read once at start of run. The from and to dates      *
      *  bound the extensions reported by MST-TRAN-DATE, inclusive;    *
      *  a zero date leaves that end of the range open, the same way   *
      *  the MULTITM card works. A missing card reports everything.    *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - gross margin date range.    *
      *================================================================*
       01  MRP-RECORD.
           05  MRP-FROM-DATE                  PIC 9(08).
           05  MRP-TO-DATE                    PIC 9(08).
           05  FILLER                         PIC X(64).
