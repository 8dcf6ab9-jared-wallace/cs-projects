      *================================================================*
      *  TAXPRM.CPY                                                    *
      *  Parameter card for the MULTTAX tax liability report - one     *
      *  record, read once at start of run. Names the accounting       *
      *  period (YYYYMM) whose GLHIST tax postings are reported. A     *
      *  missing card or zero period reports every tax posting on the  *
      *  history - the same "absent parm means no restriction"         *
      *  convention the MULTREG period card follows.                   *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - tax liability period parm.  *
      *================================================================*
       01  TXP-RECORD.
           05  TXP-PERIOD                    PIC 9(06).
           05  FILLER                         PIC X(74).
