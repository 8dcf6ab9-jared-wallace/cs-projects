      *                   deleted - statements and history still have  *
      *                   to print for it - it is deactivated, which   *
      *                   makes MULT reject new extensions for it.     *
      *  2026-10-15  JW   Sales-tax jurisdiction. Shown with the       *
      *                   customer, asked for on an add, and changed   *
      *                   through a new J function. Spaces means the   *
      *                   customer's extensions are not taxed.         *
      *  2026-10-15  JW   Billing currency. Shown with the customer,   *
      *                   asked for on an add, and changed through a   *
      *                   new F function. Spaces means the customer    *
      *                   is billed in base currency; a code means     *
      *                   MULT prices and bills it in that currency at *
      *                   the FXRATE rate in effect on the             *
      *                   transaction date.                            *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  FUNCTION-CHANGE                       VALUE "C".
               88  FUNCTION-DEACTIVATE                   VALUE "D".
               88  FUNCTION-REACTIVATE                   VALUE "R".
               88  FUNCTION-JURISDICTION                 VALUE "J".
               88  FUNCTION-CURRENCY                     VALUE "F".
           05  WS-NEW-NAME                  PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-1        PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-2        PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-3        PIC X(25) VALUE SPACES.
           05  WS-NEW-TAX-JURISDICTION      PIC X(06) VALUE SPACES.
           05  WS-NEW-CURRENCY-CODE         PIC X(03) VALUE SPACES.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
               PERFORM 2200-DISPLAY-CUSTOMER-RECORD
                   THRU 2200-DISPLAY-CUSTOMER-RECORD-EXIT
               DISPLAY "FUNCTION - C=CHANGE NAME/ADDRESS, "
                   "D=DEACTIVATE, R=REACTIVATE, "
                   "J=TAX JURISDICTION, F=BILLING CURRENCY, "
                   "N=NONE: "
           ELSE
               DISPLAY "CUSTOMER NOT ON FILE."
               DISPLAY "FUNCTION - A=ADD THIS CUSTOMER, N=NONE: "
           IF CUSTOMER-FOUND AND FUNCTION-REACTIVATE
               PERFORM 3300-REACTIVATE-CUSTOMER
                   THRU 3300-REACTIVATE-CUSTOMER-EXIT
               GO TO 2000-PROCESS-ONE-CUSTOMER-EXIT
           END-IF.

           IF CUSTOMER-FOUND AND FUNCTION-JURISDICTION
               PERFORM 3400-CHANGE-TAX-JURISDICTION
                   THRU 3400-CHANGE-TAX-JURISDICTION-EXIT
               GO TO 2000-PROCESS-ONE-CUSTOMER-EXIT
           END-IF.

           IF CUSTOMER-FOUND AND FUNCTION-CURRENCY
               PERFORM 3450-CHANGE-CURRENCY
                   THRU 3450-CHANGE-CURRENCY-EXIT
           END-IF.
       2000-PROCESS-ONE-CUSTOMER-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-CUSTOMER-RECORD                                  *
      *  Shows the name, billing address, active flag, sales-tax       *
      *  jurisdiction, and billing currency for the customer just      *
      *  read.                                                         *
      *================================================================*
       2200-DISPLAY-CUSTOMER-RECORD.
           DISPLAY "CUSTOMER CODE. . . . : " CUS-CUST-CODE.
           ELSE
               DISPLAY "STATUS . . . . . . . : INACTIVE"
           END-IF.
           IF CUS-TAX-JURISDICTION = SPACES
               DISPLAY "TAX JURISDICTION . . : NONE - NOT TAXED"
           ELSE
               DISPLAY "TAX JURISDICTION . . : " CUS-TAX-JURISDICTION
           END-IF.
           IF CUS-CURRENCY-CODE = SPACES
               DISPLAY "BILLING CURRENCY . . : BASE"
           ELSE
               DISPLAY "BILLING CURRENCY . . : " CUS-CURRENCY-CODE
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " CUS-LAST-UPDATE-DATE
               " " CUS-LAST-UPDATE-TIME " BY " CUS-UPDATED-BY.
       2200-DISPLAY-CUSTOMER-RECORD-EXIT.
               GO TO 3000-ADD-CUSTOMER-RECORD-EXIT
           END-IF.

           PERFORM 3550-ACCEPT-TAX-JURISDICTION
               THRU 3550-ACCEPT-TAX-JURISDICTION-EXIT.

           PERFORM 3560-ACCEPT-CURRENCY
               THRU 3560-ACCEPT-CURRENCY-EXIT.

           MOVE SPACES               TO CUS-RECORD.
           MOVE WS-CUST-CODE         TO CUS-CUST-CODE.
           MOVE WS-NEW-NAME          TO CUS-NAME.
           MOVE WS-NEW-ADDRESS-LINE-1 TO CUS-ADDRESS-LINE-1.
           MOVE WS-NEW-ADDRESS-LINE-2 TO CUS-ADDRESS-LINE-2.
           MOVE WS-NEW-ADDRESS-LINE-3 TO CUS-ADDRESS-LINE-3.
           MOVE WS-NEW-TAX-JURISDICTION TO CUS-TAX-JURISDICTION.
           MOVE WS-NEW-CURRENCY-CODE TO CUS-CURRENCY-CODE.
           SET CUS-CUSTOMER-ACTIVE   TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.
       3300-REACTIVATE-CUSTOMER-EXIT.
           EXIT.

      *================================================================*
      *  3400-CHANGE-TAX-JURISDICTION                                  *
      *  Moves the customer to another sales-tax jurisdiction, or      *
      *  takes it out of tax altogether with spaces. Only extensions   *
      *  MULT posts from here on are taxed the new way - tax already   *
      *  charged stays on the master as it was billed.                 *
      *================================================================*
       3400-CHANGE-TAX-JURISDICTION.
           PERFORM 3550-ACCEPT-TAX-JURISDICTION
               THRU 3550-ACCEPT-TAX-JURISDICTION-EXIT.

           IF WS-NEW-TAX-JURISDICTION = CUS-TAX-JURISDICTION
               DISPLAY "TAX JURISDICTION IS UNCHANGED."
               GO TO 3400-CHANGE-TAX-JURISDICTION-EXIT
           END-IF.

           MOVE WS-NEW-TAX-JURISDICTION TO CUS-TAX-JURISDICTION.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-CUSTOMER-RECORD
               THRU 4100-REWRITE-CUSTOMER-RECORD-EXIT.
       3400-CHANGE-TAX-JURISDICTION-EXIT.
           EXIT.

      *================================================================*
      *  3450-CHANGE-CURRENCY                                          *
      *  Moves the customer to another billing currency, or back to    *
      *  base currency with spaces. Only extensions MULT posts from    *
      *  here on are billed the new way - items already on the AR      *
      *  ledger stay in the currency they were billed in. A contract   *
      *  price is read in the customer's billing currency, so the      *
      *  operator is reminded to rekey the customer's contracts.       *
      *================================================================*
       3450-CHANGE-CURRENCY.
           PERFORM 3560-ACCEPT-CURRENCY
               THRU 3560-ACCEPT-CURRENCY-EXIT.

           IF WS-NEW-CURRENCY-CODE = CUS-CURRENCY-CODE
               DISPLAY "BILLING CURRENCY IS UNCHANGED."
               GO TO 3450-CHANGE-CURRENCY-EXIT
           END-IF.

           MOVE WS-NEW-CURRENCY-CODE TO CUS-CURRENCY-CODE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-CUSTOMER-RECORD
               THRU 4100-REWRITE-CUSTOMER-RECORD-EXIT.

           DISPLAY "CONTRACT PRICES FOR THIS CUSTOMER ARE READ IN ITS "
               "BILLING CURRENCY - REVIEW THEM IN MULTCPR.".
       3450-CHANGE-CURRENCY-EXIT.
           EXIT.

      *================================================================*
      *  3500-ACCEPT-NAME-ADDRESS                                      *
      *  Prompts for the name and the three billing address lines -    *
       3500-ACCEPT-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================*
      *  3550-ACCEPT-TAX-JURISDICTION                                  *
      *  Prompts for the sales-tax jurisdiction - shared by the add    *
      *  and jurisdiction functions.                                   *
      *================================================================*
       3550-ACCEPT-TAX-JURISDICTION.
           DISPLAY "ENTER TAX JURISDICTION (SPACES = NOT TAXED): ".
           ACCEPT WS-NEW-TAX-JURISDICTION.
       3550-ACCEPT-TAX-JURISDICTION-EXIT.
           EXIT.

      *================================================================*
      *  3560-ACCEPT-CURRENCY                                          *
      *  Prompts for the billing currency - shared by the add and      *
      *  currency functions.                                           *
      *================================================================*
       3560-ACCEPT-CURRENCY.
           DISPLAY "ENTER BILLING CURRENCY CODE (SPACES = BASE): ".
           ACCEPT WS-NEW-CURRENCY-CODE.
       3560-ACCEPT-CURRENCY-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
