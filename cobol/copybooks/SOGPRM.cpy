      *================================================================*
      *  SOGPRM.CPY                                                    *
      *  Parameter card for the MULTSOG standing-order generator - one *
      *  record, read once at start of run. Every active order due on  *
      *  or before the run date is generated. The run date defaults    *
      *  to today when zero or absent, the same convention the MULTAGE *
      *  card follows, so a missed day can be caught up by running     *
      *  with the date it should have run on.                          *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - standing-order generator    *
      *                 parms.                                         *
      *================================================================*
       01  SGP-RECORD.
           05  SGP-RUN-DATE                   PIC 9(08).
           05  FILLER                         PIC X(72).
