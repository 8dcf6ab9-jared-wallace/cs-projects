      *                   - the two are deliberately separate so a    *
      *                   count keyed as a receipt cannot silently    *
      *                   double the stock figure.                     *
      *  2026-10-15  JW   Purchasing. New V and Q functions set the    *
      *                   item's preferred vendor - checked against    *
      *                   the VNDFILE vendor master - and the reorder  *
      *                   quantity the MULTPOG run orders. A receipt   *
      *                   is now keyed against the PO it arrived on:   *
      *                   the PO's received quantity goes up, and it   *
      *                   shows part received until the full quantity  *
      *                   is in, or until the operator closes it       *
      *                   short as the last delivery. A fully          *
      *                   received or short-closed PO is cleared off   *
      *                   the item so the next reorder can raise       *
      *                   another. PO number zero still takes a        *
      *                   receipt that came in on no PO.               *
      *  2026-10-15  JW   Inventory cost. An item is added with its    *
      *                   opening unit cost, and a receipt is keyed at *
      *                   the cost it came in at and averaged into the *
      *                   unit cost by quantity - zero takes it in at  *
      *                   the current cost. New U function corrects    *
      *                   the unit cost outright and G sets the        *
      *                   inventory and COGS accounts MULT posts the   *
      *                   cost of stock relieved to.                   *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INVFILE-STATUS.

           SELECT POFILE   ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.

           SELECT VNDFILE  ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VNDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVFILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREC.

       FD  POFILE
           LABEL RECORDS ARE STANDARD.
           COPY POREC.

       FD  VNDFILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDREC.

       WORKING-STORAGE SECTION.
       01  WS-INVFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-POFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-VNDFILE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH               PIC X(01) VALUE "N".
           05  WS-QTY-OK-SWITCH             PIC X(01) VALUE "Y".
               88  QUANTITY-VALID                        VALUE "Y".
               88  QUANTITY-INVALID                      VALUE "N".
           05  WS-VNDFILE-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  VENDORS-ON-FILE                       VALUE "Y".
           05  WS-PO-OK-SWITCH              PIC X(01) VALUE "Y".
               88  PO-VALID                              VALUE "Y".
               88  PO-INVALID                            VALUE "N".

       01  WS-ENTRY-FIELDS.
           05  WS-ITEM-CODE                 PIC X(08) VALUE SPACES.
               88  FUNCTION-RECEIPT                      VALUE "R".
               88  FUNCTION-PHYSICAL-COUNT               VALUE "P".
               88  FUNCTION-REORDER-POINT                VALUE "O".
               88  FUNCTION-PREF-VENDOR                  VALUE "V".
               88  FUNCTION-REORDER-QTY                  VALUE "Q".
               88  FUNCTION-UNIT-COST                    VALUE "U".
               88  FUNCTION-GL-ACCOUNTS                  VALUE "G".
           05  WS-NEW-QTY                   PIC S9(07)V99 VALUE ZEROS.
           05  WS-NEW-REORDER-POINT         PIC 9(05)V99 VALUE ZEROS.
           05  WS-NEW-REORDER-QTY           PIC 9(05)V99 VALUE ZEROS.
           05  WS-NEW-VENDOR                PIC X(08) VALUE SPACES.
           05  WS-PO-NUMBER                 PIC 9(06) VALUE ZEROS.
           05  WS-PO-DUE-QTY                PIC S9(07)V99 VALUE ZEROS.
           05  WS-CLOSE-SHORT-REPLY         PIC X(01) VALUE SPACES.
               88  CLOSE-PO-SHORT                        VALUE "Y".
           05  WS-NEW-UNIT-COST             PIC 9(05)V9(04) VALUE ZEROS.
           05  WS-RECEIPT-COST              PIC 9(05)V9(04) VALUE ZEROS.
           05  WS-NEW-INV-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-NEW-COGS-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-STOCK-VALUE               PIC S9(11)V9(04) VALUE ZERO.
           05  WS-RECEIPT-VALUE             PIC S9(11)V9(04) VALUE ZERO.
           05  WS-STOCK-QTY                 PIC S9(07)V99 VALUE ZEROS.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
               STOP RUN
           END-IF.

           OPEN I-O POFILE.
           IF WS-POFILE-STATUS = "35"
               OPEN OUTPUT POFILE
               CLOSE POFILE
               OPEN I-O POFILE
           END-IF.
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "MULTINV04E - UNABLE TO OPEN POFILE, STATUS = "
                   WS-POFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No vendor master yet only means no preferred vendor can   *
      *    be assigned this session - the rest still works.          *
           OPEN INPUT VNDFILE.
           IF WS-VNDFILE-STATUS = "00"
               SET VENDORS-ON-FILE TO TRUE
           ELSE
               IF WS-VNDFILE-STATUS NOT = "35"
                   DISPLAY "MULTINV06E - UNABLE TO OPEN VNDFILE, "
                       "STATUS = " WS-VNDFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
               PERFORM 2200-DISPLAY-INVENTORY-RECORD
                   THRU 2200-DISPLAY-INVENTORY-RECORD-EXIT
               DISPLAY "FUNCTION - R=RECEIPT, P=PHYSICAL COUNT, "
                   "O=REORDER POINT, V=PREFERRED VENDOR, "
                   "Q=REORDER QTY, U=UNIT COST, G=GL ACCOUNTS, "
                   "N=NONE: "
           ELSE
               DISPLAY "ITEM NOT ON INVENTORY FILE."
               DISPLAY "FUNCTION - A=ADD THIS ITEM, N=NONE: "
           IF ITEM-FOUND AND FUNCTION-REORDER-POINT
               PERFORM 3300-CHANGE-REORDER-POINT
                   THRU 3300-CHANGE-REORDER-POINT-EXIT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           IF ITEM-FOUND AND FUNCTION-PREF-VENDOR
               PERFORM 3400-ASSIGN-PREF-VENDOR
                   THRU 3400-ASSIGN-PREF-VENDOR-EXIT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           IF ITEM-FOUND AND FUNCTION-REORDER-QTY
               PERFORM 3500-CHANGE-REORDER-QTY
                   THRU 3500-CHANGE-REORDER-QTY-EXIT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           IF ITEM-FOUND AND FUNCTION-UNIT-COST
               PERFORM 3600-CHANGE-UNIT-COST
                   THRU 3600-CHANGE-UNIT-COST-EXIT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           IF ITEM-FOUND AND FUNCTION-GL-ACCOUNTS
               PERFORM 3700-CHANGE-GL-ACCOUNTS
                   THRU 3700-CHANGE-GL-ACCOUNTS-EXIT
           END-IF.
       2000-PROCESS-ONE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-INVENTORY-RECORD                                 *
      *  Shows the on-hand balance, reorder point, purchasing and      *
      *  cost settings for the item just read. The purchasing and      *
      *  cost fields are spaces on a record from before they were      *
      *  carried.                                                      *
      *================================================================*
       2200-DISPLAY-INVENTORY-RECORD.
           DISPLAY "ITEM CODE. . . . . . : " INV-ITEM-CODE.
           DISPLAY "ON HAND. . . . . . . : " INV-ON-HAND-QTY.
           DISPLAY "REORDER POINT. . . . : " INV-REORDER-POINT.
           IF INV-PREF-VENDOR = SPACES
               DISPLAY "PREFERRED VENDOR . . : ** NONE ASSIGNED **"
           ELSE
               DISPLAY "PREFERRED VENDOR . . : " INV-PREF-VENDOR
           END-IF.
           IF INV-REORDER-QTY NUMERIC
               DISPLAY "REORDER QUANTITY . . : " INV-REORDER-QTY
           ELSE
               DISPLAY "REORDER QUANTITY . . : ** NOT SET **"
           END-IF.
           IF INV-OPEN-PO-NUMBER NUMERIC
                   AND INV-OPEN-PO-NUMBER NOT = ZEROS
               DISPLAY "OPEN PO. . . . . . . : " INV-OPEN-PO-NUMBER
           END-IF.
           IF INV-UNIT-COST NUMERIC
               DISPLAY "UNIT COST. . . . . . : " INV-UNIT-COST
           ELSE
               DISPLAY "UNIT COST. . . . . . : ** NOT SET **"
           END-IF.
           DISPLAY "INVENTORY ACCOUNT. . : " INV-INVENTORY-ACCOUNT.
           DISPLAY "COGS ACCOUNT . . . . : " INV-COGS-ACCOUNT.
           DISPLAY "LAST UPDATED . . . . : " INV-LAST-UPDATE-DATE
               " " INV-LAST-UPDATE-TIME " BY " INV-UPDATED-BY.
       2200-DISPLAY-INVENTORY-RECORD-EXIT.
               GO TO 3000-ADD-INVENTORY-RECORD-EXIT
           END-IF.

           DISPLAY "ENTER UNIT COST: ".
           ACCEPT WS-NEW-UNIT-COST.

           IF WS-NEW-UNIT-COST NOT NUMERIC
               DISPLAY "REJECTED - UNIT COST IS NOT NUMERIC"
               GO TO 3000-ADD-INVENTORY-RECORD-EXIT
           END-IF.

           MOVE SPACES              TO INV-RECORD.
           MOVE WS-ITEM-CODE        TO INV-ITEM-CODE.
           MOVE WS-NEW-QTY          TO INV-ON-HAND-QTY.
           MOVE WS-NEW-REORDER-POINT TO INV-REORDER-POINT.
           MOVE ZEROS               TO INV-REORDER-QTY.
           MOVE ZEROS               TO INV-OPEN-PO-NUMBER.
           MOVE WS-NEW-UNIT-COST    TO INV-UNIT-COST.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.


      *================================================================*
      *  3100-POST-RECEIPT                                             *
      *  Adds a received quantity to the on-hand balance, against the  *
      *  PO it arrived on. The PO is checked before anything is        *
      *  keyed - it has to be on file, for this item, and still open   *
      *  - and is only rewritten once the balance itself has been.     *
      *  PO number zero is a receipt on no PO and touches no PO.       *
      *================================================================*
       3100-POST-RECEIPT.
           DISPLAY "ENTER PO NUMBER (ZERO IF NOT ON A PO): ".
           ACCEPT WS-PO-NUMBER.

           PERFORM 3110-VALIDATE-PO
               THRU 3110-VALIDATE-PO-EXIT.
           IF PO-INVALID
               GO TO 3100-POST-RECEIPT-EXIT
           END-IF.

           DISPLAY "ENTER QUANTITY RECEIVED: ".
           ACCEPT WS-NEW-QTY.

               GO TO 3100-POST-RECEIPT-EXIT
           END-IF.

           DISPLAY "ENTER UNIT COST (ZERO = AT CURRENT COST): ".
           ACCEPT WS-RECEIPT-COST.

           IF WS-RECEIPT-COST NOT NUMERIC
               DISPLAY "REJECTED - UNIT COST IS NOT NUMERIC"
               GO TO 3100-POST-RECEIPT-EXIT
           END-IF.

           IF WS-PO-NUMBER NOT = ZEROS
               PERFORM 3120-APPLY-PO-RECEIPT
                   THRU 3120-APPLY-PO-RECEIPT-EXIT
           END-IF.

           IF WS-RECEIPT-COST NOT = ZERO AND WS-NEW-QTY > ZERO
               PERFORM 3130-AVERAGE-IN-RECEIPT
                   THRU 3130-AVERAGE-IN-RECEIPT-EXIT
           END-IF.

           ADD WS-NEW-QTY TO INV-ON-HAND-QTY.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-INVENTORY-RECORD
               THRU 4100-REWRITE-INVENTORY-RECORD-EXIT.

           IF WS-PO-NUMBER NOT = ZEROS
                   AND WS-INVFILE-STATUS = "00"
               PERFORM 4200-REWRITE-PO-RECORD
                   THRU 4200-REWRITE-PO-RECORD-EXIT
           END-IF.
       3100-POST-RECEIPT-EXIT.
           EXIT.

      *================================================================*
      *  3110-VALIDATE-PO                                              *
      *  Reads the PO the receipt is keyed against and refuses one     *
      *  that is not on file, is for another item, or is already       *
      *  closed - a receipt put against the wrong PO would leave one   *
      *  PO overdue on the aging report and another overstated.        *
      *================================================================*
       3110-VALIDATE-PO.
           SET PO-VALID TO TRUE.

           IF WS-PO-NUMBER NOT NUMERIC
               SET PO-INVALID TO TRUE
               DISPLAY "REJECTED - PO NUMBER IS NOT NUMERIC"
               GO TO 3110-VALIDATE-PO-EXIT
           END-IF.

           IF WS-PO-NUMBER = ZEROS
               DISPLAY "RECEIPT IS NOT AGAINST A PO."
               GO TO 3110-VALIDATE-PO-EXIT
           END-IF.

           MOVE WS-PO-NUMBER TO PO-NUMBER.
           READ POFILE
               INVALID KEY
                   SET PO-INVALID TO TRUE
                   DISPLAY "REJECTED - PO IS NOT ON FILE"
                   GO TO 3110-VALIDATE-PO-EXIT
           END-READ.

           IF PO-ITEM-CODE NOT = INV-ITEM-CODE
               SET PO-INVALID TO TRUE
               DISPLAY "REJECTED - PO IS FOR ITEM " PO-ITEM-CODE
               GO TO 3110-VALIDATE-PO-EXIT
           END-IF.

           IF NOT PO-STILL-OPEN
               SET PO-INVALID TO TRUE
               DISPLAY "REJECTED - PO IS ALREADY CLOSED"
               GO TO 3110-VALIDATE-PO-EXIT
           END-IF.

           DISPLAY "PO " PO-NUMBER " VENDOR " PO-VENDOR-CODE
               " ORDERED " PO-ORDER-QTY " RECEIVED SO FAR "
               PO-RECEIVED-QTY.
       3110-VALIDATE-PO-EXIT.
           EXIT.

      *================================================================*
      *  3120-APPLY-PO-RECEIPT                                         *
      *  Books the receipt onto the PO. Once the full quantity is in   *
      *  the PO is received; short of that the operator says whether   *
      *  this was the vendor's last delivery - if so the PO is closed  *
      *  short, otherwise it stays open as part received. A PO no      *
      *  longer open is cleared off the item so MULTPOG can raise the  *
      *  next one.                                                     *
      *================================================================*
       3120-APPLY-PO-RECEIPT.
           ADD WS-NEW-QTY    TO PO-RECEIVED-QTY.
           ADD 1             TO PO-RECEIPT-COUNT.
           MOVE WS-RUN-DATE  TO PO-LAST-RECEIPT-DATE.

           SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
               GIVING WS-PO-DUE-QTY.

           IF WS-PO-DUE-QTY NOT > ZERO
               SET PO-FULLY-RECEIVED TO TRUE
               DISPLAY "PO " PO-NUMBER " RECEIVED IN FULL."
               IF WS-PO-DUE-QTY < ZERO
                   DISPLAY "NOTE - RECEIVED MORE THAN WAS ORDERED."
               END-IF
           ELSE
               DISPLAY "STILL DUE ON THIS PO: " WS-PO-DUE-QTY
               DISPLAY "LAST DELIVERY - CLOSE THE PO SHORT (Y/N): "
               ACCEPT WS-CLOSE-SHORT-REPLY
               IF CLOSE-PO-SHORT
                   SET PO-CLOSED-SHORT TO TRUE
                   DISPLAY "PO " PO-NUMBER " CLOSED SHORT."
               ELSE
                   SET PO-PART-RECEIVED TO TRUE
                   DISPLAY "PO " PO-NUMBER " PART RECEIVED."
               END-IF
           END-IF.

           IF NOT PO-STILL-OPEN
                   AND INV-OPEN-PO-NUMBER = PO-NUMBER
               MOVE ZEROS TO INV-OPEN-PO-NUMBER
           END-IF.
       3120-APPLY-PO-RECEIPT-EXIT.
           EXIT.

      *================================================================*
      *  3130-AVERAGE-IN-RECEIPT                                       *
      *  Averages the receipt into the item's unit cost by quantity:   *
      *  the value on hand plus the value received, over the quantity  *
      *  on hand plus the quantity received. With nothing on hand, or  *
      *  no cost yet, the receipt's cost becomes the unit cost.        *
      *================================================================*
       3130-AVERAGE-IN-RECEIPT.
           IF INV-UNIT-COST NOT NUMERIC
                   OR INV-ON-HAND-QTY NOT > ZERO
               MOVE WS-RECEIPT-COST TO INV-UNIT-COST
               GO TO 3130-AVERAGE-IN-RECEIPT-EXIT
           END-IF.

           MULTIPLY INV-ON-HAND-QTY BY INV-UNIT-COST
               GIVING WS-STOCK-VALUE.
           MULTIPLY WS-NEW-QTY BY WS-RECEIPT-COST
               GIVING WS-RECEIPT-VALUE.
           ADD WS-RECEIPT-VALUE TO WS-STOCK-VALUE.
           ADD INV-ON-HAND-QTY WS-NEW-QTY GIVING WS-STOCK-QTY.
           DIVIDE WS-STOCK-VALUE BY WS-STOCK-QTY
               GIVING INV-UNIT-COST ROUNDED.

           DISPLAY "UNIT COST AVERAGED TO: " INV-UNIT-COST.
       3130-AVERAGE-IN-RECEIPT-EXIT.
           EXIT.

      *================================================================*
      *  3200-POST-PHYSICAL-COUNT                                      *
      *  Sets the on-hand balance to what was actually counted,        *
       3300-CHANGE-REORDER-POINT-EXIT.
           EXIT.

      *================================================================*
      *  3400-ASSIGN-PREF-VENDOR                                       *
      *  Names the vendor MULTPOG orders the item from. The vendor     *
      *  has to be on the vendor master and active. Spaces clears it   *
      *  - MULTPOG then lists the item as an exception instead of      *
      *  ordering it.                                                  *
      *================================================================*
       3400-ASSIGN-PREF-VENDOR.
           DISPLAY "ENTER PREFERRED VENDOR (SPACES TO CLEAR): ".
           ACCEPT WS-NEW-VENDOR.

           IF WS-NEW-VENDOR NOT = SPACES
               IF NOT VENDORS-ON-FILE
                   DISPLAY "REJECTED - NO VENDOR MASTER ON FILE YET"
                   GO TO 3400-ASSIGN-PREF-VENDOR-EXIT
               END-IF
               MOVE WS-NEW-VENDOR TO VND-VENDOR-CODE
               READ VNDFILE
                   INVALID KEY
                       DISPLAY "REJECTED - VENDOR IS NOT ON VNDFILE"
                       GO TO 3400-ASSIGN-PREF-VENDOR-EXIT
               END-READ
               IF VND-VENDOR-INACTIVE
                   DISPLAY "REJECTED - VENDOR IS INACTIVE"
                   GO TO 3400-ASSIGN-PREF-VENDOR-EXIT
               END-IF
               DISPLAY "VENDOR: " VND-NAME
           END-IF.

           MOVE WS-NEW-VENDOR TO INV-PREF-VENDOR.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-INVENTORY-RECORD
               THRU 4100-REWRITE-INVENTORY-RECORD-EXIT.
       3400-ASSIGN-PREF-VENDOR-EXIT.
           EXIT.

      *================================================================*
      *  3500-CHANGE-REORDER-QTY                                       *
      *  Replaces the quantity MULTPOG orders when the item reaches    *
      *  its reorder point. Zero leaves the item unordered - it shows  *
      *  as an exception on the PO run instead.                        *
      *================================================================*
       3500-CHANGE-REORDER-QTY.
           DISPLAY "ENTER NEW REORDER QUANTITY: ".
           ACCEPT WS-NEW-REORDER-QTY.

           IF WS-NEW-REORDER-QTY NOT NUMERIC
               DISPLAY "REJECTED - REORDER QUANTITY IS NOT NUMERIC"
               GO TO 3500-CHANGE-REORDER-QTY-EXIT
           END-IF.

           MOVE WS-NEW-REORDER-QTY TO INV-REORDER-QTY.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-INVENTORY-RECORD
               THRU 4100-REWRITE-INVENTORY-RECORD-EXIT.
       3500-CHANGE-REORDER-QTY-EXIT.
           EXIT.

      *================================================================*
      *  3600-CHANGE-UNIT-COST                                         *
      *  Replaces the item's unit cost outright - for a cost keyed     *
      *  wrong or a revaluation. Stock already sold keeps the cost it  *
      *  was relieved at; only stock relieved from here on is costed   *
      *  at the new figure.                                            *
      *================================================================*
       3600-CHANGE-UNIT-COST.
           DISPLAY "ENTER NEW UNIT COST: ".
           ACCEPT WS-NEW-UNIT-COST.

           IF WS-NEW-UNIT-COST NOT NUMERIC
               DISPLAY "REJECTED - UNIT COST IS NOT NUMERIC"
               GO TO 3600-CHANGE-UNIT-COST-EXIT
           END-IF.

           MOVE WS-NEW-UNIT-COST TO INV-UNIT-COST.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-INVENTORY-RECORD
               THRU 4100-REWRITE-INVENTORY-RECORD-EXIT.
       3600-CHANGE-UNIT-COST-EXIT.
           EXIT.

      *================================================================*
      *  3700-CHANGE-GL-ACCOUNTS                                       *
      *  Sets the inventory account the cost of stock relieved is      *
      *  credited to and the COGS account it is debited to. Both are   *
      *  required - MULT posts no cost for an item missing either.     *
      *================================================================*
       3700-CHANGE-GL-ACCOUNTS.
           DISPLAY "ENTER INVENTORY ACCOUNT: ".
           ACCEPT WS-NEW-INV-ACCOUNT.
           DISPLAY "ENTER COGS ACCOUNT: ".
           ACCEPT WS-NEW-COGS-ACCOUNT.

           IF WS-NEW-INV-ACCOUNT = SPACES
                   OR WS-NEW-COGS-ACCOUNT = SPACES
               DISPLAY "REJECTED - BOTH ACCOUNTS ARE REQUIRED"
               GO TO 3700-CHANGE-GL-ACCOUNTS-EXIT
           END-IF.

           MOVE WS-NEW-INV-ACCOUNT  TO INV-INVENTORY-ACCOUNT.
           MOVE WS-NEW-COGS-ACCOUNT TO INV-COGS-ACCOUNT.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-INVENTORY-RECORD
               THRU 4100-REWRITE-INVENTORY-RECORD-EXIT.
       3700-CHANGE-GL-ACCOUNTS-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
       4100-REWRITE-INVENTORY-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  4200-REWRITE-PO-RECORD                                        *
      *  Stamps and rewrites the PO a receipt was just booked to.      *
      *================================================================*
       4200-REWRITE-PO-RECORD.
           MOVE WS-RUN-DATE    TO PO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO PO-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO PO-UPDATED-BY.

           REWRITE PO-RECORD.
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "MULTINV05E - PO REWRITE FAILED, STATUS = "
                   WS-POFILE-STATUS
           END-IF.
       4200-REWRITE-PO-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the inventory, PO, and vendor files at end of session. *
      *================================================================*
       9000-TERMINATE.
           CLOSE INVFILE.
           CLOSE POFILE.
           IF VENDORS-ON-FILE
               CLOSE VNDFILE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
