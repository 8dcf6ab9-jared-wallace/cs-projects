      *================================================================*
      *  VNDREC.CPY                                                    *
      *  Indexed vendor master record, keyed by vendor code. Each      *
      *  inventory item names its preferred vendor here, and the       *
      *  MULTPOG purchase order run raises its orders against it.      *
      *  The lead time is the number of calendar days the vendor       *
      *  takes to deliver - a PO is overdue once that many days have   *
      *  passed since it was raised. Maintained through MULTVND, with  *
      *  the same update stamping the other masters get. A vendor is   *
      *  never deleted - open POs still name it - it is deactivated,   *
      *  which stops new POs being raised against it.                  *
      *------------------------------------------------------------------
      *  Mod log:                                                      *
      *  2026-10-15 JW  Initial copybook - indexed vendor master.      *
      *================================================================*
       01  VND-RECORD.
           05  VND-VENDOR-CODE               PIC X(08).
           05  VND-NAME                       PIC X(25).
           05  VND-ADDRESS-LINE-1             PIC X(25).
           05  VND-ADDRESS-LINE-2             PIC X(25).
           05  VND-ADDRESS-LINE-3             PIC X(25).
           05  VND-LEAD-DAYS                  PIC 9(03).
           05  VND-ACTIVE-FLAG                PIC X(01).
               88  VND-VENDOR-ACTIVE                      VALUE "Y".
               88  VND-VENDOR-INACTIVE                    VALUE "N".
           05  VND-LAST-UPDATE-DATE           PIC 9(08).
           05  VND-LAST-UPDATE-TIME           PIC 9(08).
           05  VND-UPDATED-BY                 PIC X(08).
           05  FILLER                         PIC X(14).
