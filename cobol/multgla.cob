      *                   exactly the extract's. A record whose        *
      *                   amount was mangled in the append used to     *
      *                   still report IN BALANCE on count alone.      *
      *  2026-10-15  JW   GLHIST record kept in step with the GL       *
      *                   extract's new entry type, tax jurisdiction,  *
      *                   and tax base fields.                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  GLH-AMOUNT                     PIC S9(09)V99.
           05  GLH-DR-CR-INDICATOR            PIC X(01).
           05  GLH-RUN-NO                     PIC 9(06).
           05  GLH-ENTRY-TYPE                 PIC X(01).
           05  GLH-TAX-JURISDICTION           PIC X(06).
           05  GLH-TAX-BASE                   PIC 9(07)V99.
           05  FILLER                         PIC X(22).

       FD  RUNREG
           LABEL RECORDS ARE STANDARD
