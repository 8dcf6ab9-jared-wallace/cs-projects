      *                   flagged loudly, so a billing question is     *
      *                   never answered by grepping the result file   *
      *                   by hand again.                               *
      *  2026-10-15  JW   Each statement now closes with the           *
      *                   customer's open-item balance off the ARFILE  *
      *                   ledger - everything billed and still unpaid, *
      *                   not just this period's charges - and the     *
      *                   run total of those balances, so a statement  *
      *                   ties to the customer's line on the MULTAGE   *
      *                   aged trial balance. A run with no ledger yet *
      *                   prints the statements without it.            *
      *  2026-10-15  JW   Each statement line now says which price     *
      *                   the customer was billed at - LIST, CONTRACT, *
      *                   or QTY BREAK - off the result record, so a   *
      *                   contract customer can see their negotiated   *
      *                   price was honored.                           *
      *  2026-10-15  JW   Sales tax now prints as its own line under   *
      *                   the merchandise total on each statement,     *
      *                   off the tax MULT carries on the result       *
      *                   record, and the statement total includes     *
      *                   it - the figure the open-item balance        *
      *                   carries. A reversal's tax comes off as a     *
      *                   credit with the extension. The control       *
      *                   totals show the tax billed across the run.   *
      *  2026-10-15  JW   A customer billed in a foreign currency gets *
      *                   its statement in that currency - unit price, *
      *                   amount, tax, totals, and open-item balance   *
      *                   all in the currency MULT carries on the      *
      *                   result and AR records, with the currency     *
      *                   named on the statement. Results are sorted   *
      *                   by currency within customer, so a customer   *
      *                   moved to another currency gets a statement   *
      *                   per currency rather than one mixing the two. *
      *                   The run's control totals stay in base        *
      *                   currency and count the foreign statements.   *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT STMRPT   ASSIGN TO STMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMRPT-STATUS.
           05  SRT-ITEM-CODE                  PIC X(08).
           05  SRT-CUST-CODE                  PIC X(08).
           05  SRT-TRAN-DATE                  PIC 9(08).
           05  SRT-PRICE-SOURCE               PIC X(01).
               88  SRT-PRICE-CONTRACT                 VALUE "C".
               88  SRT-PRICE-TIER                     VALUE "T".
           05  SRT-TAX-AMOUNT                 PIC 9(07)V99.
           05  SRT-CURRENCY-CODE              PIC X(03).
           05  SRT-FX-PRICE                   PIC 9(07)V99.
           05  SRT-FX-RESULT                  PIC 9(07)V99.
           05  SRT-FX-TAX-AMOUNT              PIC 9(07)V99.
           05  FILLER                         PIC X(16).

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       FD  STMRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  WS-RESFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-STMRPT-STATUS                PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
           05  WS-CUS-FOUND-SWITCH          PIC X(01) VALUE "N".
               88  CUSTOMER-FOUND                      VALUE "Y".
               88  CUSTOMER-NOT-FOUND                   VALUE "N".
           05  WS-AR-LEDGER-SWITCH          PIC X(01) VALUE "N".
               88  AR-LEDGER-PRESENT                   VALUE "Y".
               88  AR-LEDGER-ABSENT                    VALUE "N".
           05  WS-AR-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-CUSTOMER-ITEMS               VALUE "Y".
               88  NOT-END-OF-CUSTOMER-ITEMS           VALUE "N".

      *----------------------------------------------------------------*
      *  CONTROL BREAK HOLD FIELDS - a statement is one customer in    *
      *  one billing currency; spaces is base currency.                *
      *----------------------------------------------------------------*
       01  WS-HOLD-CUST-CODE               PIC X(08) VALUE SPACES.
       01  WS-HOLD-CURRENCY-CODE           PIC X(03) VALUE SPACES.
           88  BASE-CURRENCY-STATEMENT                VALUE SPACES.

      *----------------------------------------------------------------*
      *  STATEMENT AND GRAND CONTROL TOTALS - reversals come off the   *
      *  statement as credits, so a statement total can go negative.   *
      *  The statement totals are in the billing currency; the base    *
      *  figures beside them feed the grand totals, which are base.    *
      *----------------------------------------------------------------*
       01  WS-STMT-TOTALS.
           05  WS-STMT-LINE-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-STMT-TOTAL                PIC S9(09)V99 VALUE ZEROS.
           05  WS-STMT-TAX                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-STMT-AR-OPEN              PIC S9(09)V99 VALUE ZEROS.
           05  WS-STMT-AR-ITEMS             PIC 9(06) COMP VALUE ZERO.
           05  WS-STMT-BASE-TOTAL           PIC S9(09)V99 VALUE ZEROS.
           05  WS-STMT-BASE-TAX             PIC S9(09)V99 VALUE ZEROS.
           05  WS-STMT-AR-BASE              PIC S9(09)V99 VALUE ZEROS.
           05  WS-ITEM-FX-OPEN              PIC S9(09)V99 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-STATEMENT-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-GRAND-LINE-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-GRAND-TOTAL               PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRAND-TAX                 PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRAND-AR-OPEN             PIC S9(11)V99 VALUE ZEROS.
           05  WS-FX-STATEMENT-COUNT        PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-QTY                  PIC ZZ9.99.
           05  WS-EDIT-PRICE                PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-STMT-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-GRAND-TOTAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CREDIT-MARK               PIC X(03) VALUE SPACES.
           05  WS-PRICE-SOURCE-TEXT         PIC X(09) VALUE SPACES.
           05  WS-CURRENCY-TEXT             PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Sorts the period's results by customer, billing currency,    *
      *  transaction date, and transaction ID, and drives the          *
      *  statement breaks off the sorted records.                      *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-CODE
                                SRT-CURRENCY-CODE
                                SRT-TRAN-DATE
                                SRT-TRAN-ID
               USING RESFILE
               STOP RUN
           END-IF.

           OPEN INPUT ARFILE.
           IF WS-ARFILE-STATUS = "00"
               SET AR-LEDGER-PRESENT TO TRUE
           ELSE
               IF WS-ARFILE-STATUS NOT = "35"
                   DISPLAY "MULTSTM04E - UNABLE TO OPEN ARFILE, "
                       "STATUS = " WS-ARFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT STMRPT.
           IF WS-STMRPT-STATUS NOT = "00"
               DISPLAY "MULTSTM03E - UNABLE TO OPEN STMRPT, STATUS = "
               GO TO 3000-STATEMENTS-EXIT
           END-IF.

           MOVE SRT-CUST-CODE     TO WS-HOLD-CUST-CODE.
           MOVE SRT-CURRENCY-CODE TO WS-HOLD-CURRENCY-CODE.
           PERFORM 3200-START-STATEMENT
               THRU 3200-START-STATEMENT-EXIT.


      *================================================================*
      *  3100-PROCESS-ONE-RESULT                                       *
      *  Fires the statement break when the customer or the billing    *
      *  currency changes, prints                                      *
      *  the current record as a statement line, and returns the next  *
      *  record.                                                       *
      *================================================================*
       3100-PROCESS-ONE-RESULT.
           IF SRT-CUST-CODE NOT = WS-HOLD-CUST-CODE
                   OR SRT-CURRENCY-CODE NOT = WS-HOLD-CURRENCY-CODE
               PERFORM 4000-STATEMENT-TOTAL
                   THRU 4000-STATEMENT-TOTAL-EXIT
               MOVE SRT-CUST-CODE     TO WS-HOLD-CUST-CODE
               MOVE SRT-CURRENCY-CODE TO WS-HOLD-CURRENCY-CODE
               PERFORM 3200-START-STATEMENT
                   THRU 3200-START-STATEMENT-EXIT
           END-IF.
      *  Opens a statement: looks the customer up on the master and    *
      *  prints the billing name and address, or a loud flag when      *
      *  the code has no master record - those extensions still have   *
      *  to be answered for. A statement in a foreign currency says    *
      *  which one, and its totals carry the code.                     *
      *================================================================*
       3200-START-STATEMENT.
           PERFORM 3250-READ-CUSTOMER
               THRU 3250-READ-CUSTOMER-EXIT.

           MOVE SPACES TO WS-CURRENCY-TEXT.
           IF NOT BASE-CURRENCY-STATEMENT
               STRING " " WS-HOLD-CURRENCY-CODE
                   DELIMITED BY SIZE INTO WS-CURRENCY-TEXT
               ADD 1 TO WS-FX-STATEMENT-COUNT
           END-IF.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF NOT BASE-CURRENCY-STATEMENT
               MOVE SPACES TO REPT-LINE
               STRING "AMOUNTS BILLED IN " WS-HOLD-CURRENCY-CODE
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           IF CUSTOMER-NOT-FOUND
               MOVE SPACES TO REPT-LINE
               MOVE "*** CUSTOMER NOT ON CUSTOMER MASTER ***"
      *  3300-WRITE-STATEMENT-LINE                                     *
      *  Prints one extension on the statement and rolls it into the   *
      *  statement total - a type R reversal prints marked CR and      *
      *  comes off the total as a credit. The price source tells the   *
      *  customer whether the line went at list, their contract        *
      *  price, or a contract quantity break. The line's sales tax     *
      *  rolls into the statement's tax total the same way; a result   *
      *  record from before tax was carried has none. A foreign-       *
      *  currency line prints and totals its price, amount, and tax    *
      *  in the currency; its base amounts still go to the base        *
      *  figures the grand totals are built from.                      *
      *================================================================*
       3300-WRITE-STATEMENT-LINE.
           ADD 1 TO WS-STMT-LINE-COUNT.

           IF SRT-TAX-AMOUNT NOT NUMERIC
               MOVE ZEROS TO SRT-TAX-AMOUNT
           END-IF.

           IF SRT-TYPE-REVERSAL
               SUBTRACT SRT-RESULT     FROM WS-STMT-BASE-TOTAL
               SUBTRACT SRT-TAX-AMOUNT FROM WS-STMT-BASE-TAX
           ELSE
               ADD SRT-RESULT     TO WS-STMT-BASE-TOTAL
               ADD SRT-TAX-AMOUNT TO WS-STMT-BASE-TAX
           END-IF.

           IF BASE-CURRENCY-STATEMENT
               MOVE SRT-NUM2          TO WS-EDIT-PRICE
           ELSE
               MOVE SRT-FX-PRICE      TO WS-EDIT-PRICE
               MOVE SRT-FX-RESULT     TO SRT-RESULT
               MOVE SRT-FX-TAX-AMOUNT TO SRT-TAX-AMOUNT
           END-IF.

           MOVE SRT-NUM1   TO WS-EDIT-QTY.
           MOVE SRT-RESULT TO WS-EDIT-AMOUNT.

           IF SRT-PRICE-CONTRACT
               MOVE "CONTRACT " TO WS-PRICE-SOURCE-TEXT
           ELSE
               IF SRT-PRICE-TIER
                   MOVE "QTY BREAK" TO WS-PRICE-SOURCE-TEXT
               ELSE
                   MOVE "LIST     " TO WS-PRICE-SOURCE-TEXT
               END-IF
           END-IF.

           IF SRT-TYPE-REVERSAL
               MOVE " CR" TO WS-CREDIT-MARK
               SUBTRACT SRT-RESULT FROM WS-STMT-TOTAL
               ADD SRT-RESULT TO WS-STMT-TOTAL
           END-IF.

           IF SRT-TAX-AMOUNT NUMERIC
               IF SRT-TYPE-REVERSAL
                   SUBTRACT SRT-TAX-AMOUNT FROM WS-STMT-TAX
               ELSE
                   ADD SRT-TAX-AMOUNT TO WS-STMT-TAX
               END-IF
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "  TRAN " SRT-TRAN-ID
                   " " SRT-TRAN-DATE
                   " ITEM " SRT-ITEM-CODE
                   " QTY " WS-EDIT-QTY
                   " PRICE " WS-EDIT-PRICE
                   " " WS-PRICE-SOURCE-TEXT
                   " AMOUNT " WS-EDIT-AMOUNT
                   WS-CREDIT-MARK
               DELIMITED BY SIZE INTO REPT-LINE.

      *================================================================*
      *  4000-STATEMENT-TOTAL                                          *
      *  Closes the statement with the merchandise total, the sales    *
      *  tax on its own line, and the statement total of the two, and  *
      *  rolls them into the grand totals. A foreign-currency          *
      *  statement's totals carry the currency code; the grand totals  *
      *  take the base-currency figures.                               *
      *================================================================*
       4000-STATEMENT-TOTAL.
           MOVE WS-STMT-TOTAL TO WS-EDIT-STMT-TOTAL.

           MOVE SPACES TO REPT-LINE.
           STRING "  MERCHANDISE TOTAL . . . . . . . . : "
                   WS-EDIT-STMT-TOTAL WS-CURRENCY-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-STMT-TAX TO WS-EDIT-STMT-TOTAL.

           MOVE SPACES TO REPT-LINE.
           STRING "  SALES TAX . . . . . . . . . . . . : "
                   WS-EDIT-STMT-TOTAL WS-CURRENCY-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           ADD WS-STMT-TAX TO WS-STMT-TOTAL.
           MOVE WS-STMT-TOTAL TO WS-EDIT-STMT-TOTAL.

           MOVE SPACES TO REPT-LINE.
           STRING "  STATEMENT TOTAL . . . . . . . . . : "
                   WS-EDIT-STMT-TOTAL WS-CURRENCY-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF AR-LEDGER-PRESENT
               PERFORM 4100-OPEN-ITEM-BALANCE
                   THRU 4100-OPEN-ITEM-BALANCE-EXIT
           END-IF.

           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-STMT-LINE-COUNT TO WS-GRAND-LINE-COUNT.
           ADD WS-STMT-BASE-TOTAL TO WS-GRAND-TOTAL.
           ADD WS-STMT-BASE-TAX   TO WS-GRAND-TAX.
           ADD WS-STMT-BASE-TAX   TO WS-GRAND-TOTAL.

           MOVE ZERO  TO WS-STMT-LINE-COUNT.
           MOVE ZEROS TO WS-STMT-TOTAL.
           MOVE ZEROS TO WS-STMT-TAX.
           MOVE ZEROS TO WS-STMT-BASE-TOTAL.
           MOVE ZEROS TO WS-STMT-BASE-TAX.
       4000-STATEMENT-TOTAL-EXIT.
           EXIT.

      *================================================================*
      *  4100-OPEN-ITEM-BALANCE                                        *
      *  Adds up the customer's open items on the AR ledger and        *
      *  prints the balance under the statement total. The statement   *
      *  total is this period's charges; the open-item balance is      *
      *  what the customer owes, and is the figure the aged trial      *
      *  balance carries for them. Only the items booked in the        *
      *  statement's currency are counted, in that currency; the base  *
      *  balance of the same items goes to the grand total.            *
      *================================================================*
       4100-OPEN-ITEM-BALANCE.
           MOVE ZEROS TO WS-STMT-AR-OPEN.
           MOVE ZEROS TO WS-STMT-AR-BASE.
           MOVE ZERO  TO WS-STMT-AR-ITEMS.
           SET NOT-END-OF-CUSTOMER-ITEMS TO TRUE.

           MOVE WS-HOLD-CUST-CODE TO ARO-CUST-CODE.
           MOVE ZEROS             TO ARO-TRAN-ID.
           START ARFILE KEY NOT < ARO-KEY
               INVALID KEY
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-START.

           PERFORM 4150-ADD-ONE-OPEN-ITEM
               THRU 4150-ADD-ONE-OPEN-ITEM-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.

           MOVE WS-STMT-AR-OPEN  TO WS-EDIT-STMT-TOTAL.
           MOVE WS-STMT-AR-ITEMS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OPEN ITEM BALANCE . . . . . . . . : "
                   WS-EDIT-STMT-TOTAL WS-CURRENCY-TEXT
                   "  (" WS-EDIT-COUNT " OPEN ITEMS)"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           ADD WS-STMT-AR-BASE TO WS-GRAND-AR-OPEN.
       4100-OPEN-ITEM-BALANCE-EXIT.
           EXIT.

      *================================================================*
      *  4150-ADD-ONE-OPEN-ITEM                                        *
      *  Reads the customer's next ledger item and adds its open       *
      *  balance in; the walk stops at the next customer's first item. *
      *  The ledger is kept in base currency. A foreign item still     *
      *  wholly open owes the amount it was billed at; one part paid   *
      *  has its base balance turned back at the rate it was booked    *
      *  at, so the customer is not billed for a rate movement.        *
      *================================================================*
       4150-ADD-ONE-OPEN-ITEM.
           READ ARFILE NEXT
               AT END
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
                   GO TO 4150-ADD-ONE-OPEN-ITEM-EXIT
           END-READ.

           IF ARO-CUST-CODE NOT = WS-HOLD-CUST-CODE
               SET END-OF-CUSTOMER-ITEMS TO TRUE
               GO TO 4150-ADD-ONE-OPEN-ITEM-EXIT
           END-IF.

           IF ARO-OPEN-AMT = ZERO
               GO TO 4150-ADD-ONE-OPEN-ITEM-EXIT
           END-IF.

           IF ARO-CURRENCY-CODE NOT = WS-HOLD-CURRENCY-CODE
               GO TO 4150-ADD-ONE-OPEN-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-STMT-AR-ITEMS.
           ADD ARO-OPEN-AMT TO WS-STMT-AR-BASE.

           IF BASE-CURRENCY-STATEMENT
               ADD ARO-OPEN-AMT TO WS-STMT-AR-OPEN
               GO TO 4150-ADD-ONE-OPEN-ITEM-EXIT
           END-IF.

           IF ARO-OPEN-AMT = ARO-ORIGINAL-AMT
               MOVE ARO-FX-ORIGINAL-AMT TO WS-ITEM-FX-OPEN
           ELSE
               DIVIDE ARO-OPEN-AMT BY ARO-FX-RATE
                   GIVING WS-ITEM-FX-OPEN ROUNDED
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-ITEM-FX-OPEN
               END-DIVIDE
           END-IF.
           ADD WS-ITEM-FX-OPEN TO WS-STMT-AR-OPEN.
       4150-ADD-ONE-OPEN-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Closes the run with the statement count, line count, sales    *
      *  tax billed, and net amount billed (tax included) across       *
      *  every statement, all in base currency, and how many of the    *
      *  statements were billed in a foreign currency.                 *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-FX-STATEMENT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "FOREIGN-CURRENCY STATEMENTS . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GRAND-TAX TO WS-EDIT-GRAND-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "SALES TAX BILLED. . . . . . . . . . : "
                   WS-EDIT-GRAND-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GRAND-TOTAL TO WS-EDIT-GRAND-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "NET AMOUNT BILLED . . . . . . . . . : "
                   WS-EDIT-GRAND-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF AR-LEDGER-ABSENT
               GO TO 8000-WRITE-CONTROL-TOTALS-EXIT
           END-IF.

           MOVE WS-GRAND-AR-OPEN TO WS-EDIT-GRAND-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "OPEN ITEM BALANCE OF THESE CUSTOMERS: "
                   WS-EDIT-GRAND-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
       9000-TERMINATE.
           CLOSE CUSFILE.
           IF AR-LEDGER-PRESENT
               CLOSE ARFILE
           END-IF.
           CLOSE STMRPT.
       9000-TERMINATE-EXIT.
           EXIT.
