      *                   inquiry now means no restriction, matching   *
      *                   MULTITM's parameter-card guard, instead of   *
      *                   silently filtering on garbage.               *
      *  2026-10-15  JW   The master display shows where the unit      *
      *                   price came from - the list price, a          *
      *                   customer contract, or a contract quantity    *
      *                   break.                                       *
      *  2026-10-15  JW   The master display shows the sales tax       *
      *                   charged on the extension and the             *
      *                   jurisdiction it was charged for.             *
      *  2026-10-15  JW   The master display shows the cost of the     *
      *                   stock the extension relieved.                *
      *  2026-10-15  JW   The master display shows, for a customer     *
      *                   billed in a foreign currency, the currency,  *
      *                   the rate the extension was converted at, and *
      *                   the price, extension, and tax in it.         *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-FILTER-DATE               PIC 9(08) VALUE ZEROS.
           05  WS-POST-STATUS-TEXT          PIC X(13) VALUE SPACES.
           05  WS-REVERSAL-TEXT             PIC X(09) VALUE SPACES.
           05  WS-PRICE-SOURCE-TEXT         PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      *================================================================*
      *  2200-DISPLAY-MASTER-RECORD                                    *
      *  Shows the current quantity, price, extension, and sales tax   *
      *  on the master for the transaction just read - and, for a      *
      *  customer billed in a foreign currency, the same figures in    *
      *  that currency with the rate they were converted at.           *
      *================================================================*
       2200-DISPLAY-MASTER-RECORD.
           PERFORM 2250-SET-STATUS-TEXT
           DISPLAY "TRANSACTION DATE . . : " MST-TRAN-DATE.
           DISPLAY "QUANTITY (NUM1). . . : " MST-NUM1.
           DISPLAY "UNIT PRICE (NUM2). . : " MST-NUM2.
           DISPLAY "PRICE SOURCE . . . . : " WS-PRICE-SOURCE-TEXT.
           DISPLAY "EXTENSION (RESULT) . : " MST-RESULT.
           IF MST-TAX-AMOUNT NUMERIC AND MST-TAX-AMOUNT > ZERO
               DISPLAY "SALES TAX. . . . . . : " MST-TAX-AMOUNT
                   " JURISDICTION " MST-TAX-JURISDICTION
           ELSE
               DISPLAY "SALES TAX. . . . . . : NONE"
           END-IF.
           IF MST-COST-AMOUNT NUMERIC AND MST-COST-AMOUNT > ZERO
               DISPLAY "COST OF GOODS SOLD . : " MST-COST-AMOUNT
           ELSE
               DISPLAY "COST OF GOODS SOLD . : NOT COSTED"
           END-IF.
           IF MST-CURRENCY-CODE NOT = SPACES
               DISPLAY "BILLING CURRENCY . . : " MST-CURRENCY-CODE
                   " AT RATE " MST-FX-RATE
               DISPLAY "PRICE IN CURRENCY. . : " MST-FX-PRICE
               DISPLAY "EXTENSION IN CURRENCY: " MST-FX-RESULT
               DISPLAY "TAX IN CURRENCY. . . : " MST-FX-TAX-AMOUNT
           END-IF.
           DISPLAY "POSTING STATUS . . . : " WS-POST-STATUS-TEXT
               " " WS-REVERSAL-TEXT.
           DISPLAY "LAST UPDATED . . . . : " MST-LAST-UPDATE-DATE
           ELSE
               MOVE SPACES      TO WS-REVERSAL-TEXT
           END-IF.

           IF MST-PRICE-CONTRACT
               MOVE "CONTRACT " TO WS-PRICE-SOURCE-TEXT
           ELSE
               IF MST-PRICE-TIER
                   MOVE "QTY BREAK" TO WS-PRICE-SOURCE-TEXT
               ELSE
                   MOVE "LIST     " TO WS-PRICE-SOURCE-TEXT
               END-IF
           END-IF.
       2250-SET-STATUS-TEXT-EXIT.
           EXIT.

