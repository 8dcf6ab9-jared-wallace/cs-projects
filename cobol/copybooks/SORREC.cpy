      *================================================================*
      *  SORREC.CPY                                                    *
      *  Indexed standing-order record, keyed by customer code and     *
      *  item code. Carries a quantity the customer takes of the item  *
      *  on a fixed cycle, the dates the order runs, and the date the  *
      *  next line falls due. The MULTSOG generator writes a TRANFILE  *
      *  extension for every active order due on its run date and      *
      *  rolls the next-due date on by the frequency. Maintained       *
      *  through MULTSOR, with the same update stamping the other      *
      *  masters get.                                                  *
      *                                                                *
      *  A zero end date means the order runs until changed. An order  *
      *  whose next-due date has passed its end date is marked ended   *
      *  by the generator and is not picked up again. A monthly or     *
      *  quarterly order falls due on the day of the month it started  *
      *  on, or the last day of a shorter month.                       *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - standing orders.            *
      *================================================================*
       01  SOR-RECORD.
           05  SOR-KEY.
               10  SOR-CUST-CODE             PIC X(08).
               10  SOR-ITEM-CODE             PIC X(08).
           05  SOR-ORDER-QTY                  PIC 999V99.
           05  SOR-FREQUENCY                  PIC X(01).
               88  SOR-FREQ-WEEKLY                        VALUE "W".
               88  SOR-FREQ-FORTNIGHTLY                   VALUE "F".
               88  SOR-FREQ-MONTHLY                       VALUE "M".
               88  SOR-FREQ-QUARTERLY                     VALUE "Q".
               88  SOR-FREQ-VALID             VALUES "W", "F", "M", "Q".
           05  SOR-START-DATE                 PIC 9(08).
           05  SOR-START-DATE-PARTS REDEFINES SOR-START-DATE.
               10  SOR-START-CCYY            PIC 9(04).
               10  SOR-START-MM              PIC 9(02).
               10  SOR-START-DD              PIC 9(02).
           05  SOR-END-DATE                   PIC 9(08).
           05  SOR-NEXT-DUE-DATE              PIC 9(08).
           05  SOR-STATUS                     PIC X(01).
               88  SOR-ORDER-ACTIVE                       VALUE "A".
               88  SOR-ORDER-HELD                         VALUE "H".
               88  SOR-ORDER-ENDED                        VALUE "E".
           05  SOR-LAST-GENERATED-DATE        PIC 9(08).
           05  SOR-LAST-TRAN-ID               PIC 9(06).
           05  SOR-GENERATED-COUNT            PIC 9(05).
           05  SOR-LAST-UPDATE-DATE           PIC 9(08).
           05  SOR-LAST-UPDATE-TIME           PIC 9(08).
           05  SOR-UPDATED-BY                 PIC X(08).
           05  FILLER                         PIC X(10).
