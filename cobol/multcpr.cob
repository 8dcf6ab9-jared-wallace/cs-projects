      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTCPR.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - maintenance transaction    *
      *                   for the CPRFILE customer contract prices the *
      *                   MULT batch run extends at ahead of the list  *
      *                   price. Lets an operator add a contract for   *
      *                   one customer on one item, change its price,  *
      *                   move its effective and expiry dates, and key *
      *                   up to five quantity breaks, with the same    *
      *                   update stamping the price master gets. A     *
      *                   contract is only accepted for a customer on  *
      *                   CUSFILE and an item on PRCFILE - MULT still  *
      *                   takes the item's GL account from the price   *
      *                   master, and would reject the extension       *
      *                   before a contract for an unknown item could  *
      *                   ever be used.                                *
      *  2026-10-15  JW   Contract and break prices are keyed to nine  *
      *                   digits, following the wider CPRREC fields,   *
      *                   so a contract in a currency of low unit      *
      *                   value can be entered.                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPRFILE  ASSIGN TO CPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPR-KEY
               FILE STATUS IS WS-CPRFILE-STATUS.

           SELECT CUSFILE  ASSIGN TO CUSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT PRCFILE  ASSIGN TO PRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ITEM-CODE
               FILE STATUS IS WS-PRCFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPRFILE
           LABEL RECORDS ARE STANDARD.
           COPY CPRREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  PRCFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCREC.

       WORKING-STORAGE SECTION.
       01  WS-CPRFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-PRCFILE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH               PIC X(01) VALUE "N".
               88  SESSION-DONE                        VALUE "Y".
               88  SESSION-NOT-DONE                     VALUE "N".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  CONTRACT-FOUND                       VALUE "Y".
               88  CONTRACT-NOT-FOUND                   VALUE "N".
           05  WS-PRICE-OK-SWITCH           PIC X(01) VALUE "Y".
               88  PRICE-VALID                           VALUE "Y".
               88  PRICE-INVALID                         VALUE "N".
           05  WS-DATES-OK-SWITCH           PIC X(01) VALUE "Y".
               88  DATES-VALID                           VALUE "Y".
               88  DATES-INVALID                         VALUE "N".
           05  WS-TIERS-OK-SWITCH           PIC X(01) VALUE "Y".
               88  TIERS-VALID                           VALUE "Y".
               88  TIERS-INVALID                         VALUE "N".

       01  WS-ENTRY-FIELDS.
           05  WS-CUST-CODE                 PIC X(08) VALUE SPACES.
           05  WS-ITEM-CODE                 PIC X(08) VALUE SPACES.
           05  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
               88  FUNCTION-ADD                          VALUE "A".
               88  FUNCTION-CHANGE                       VALUE "C".
               88  FUNCTION-DATES                        VALUE "D".
               88  FUNCTION-TIERS                        VALUE "T".
           05  WS-NEW-PRICE                 PIC S9(07)V99 VALUE ZEROS.
           05  WS-NEW-EFF-DATE              PIC 9(08) VALUE ZEROS.
           05  WS-NEW-EXP-DATE              PIC 9(08) VALUE ZEROS.
           05  WS-NEW-TIER-COUNT            PIC 9(01) VALUE ZERO.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  QUANTITY BREAKS AS KEYED - HELD HERE UNTIL THE WHOLE SET      *
      *  VALIDATES, SO A BAD ENTRY NEVER LEAVES THE CONTRACT HALF      *
      *  CHANGED.                                                      *
      *----------------------------------------------------------------*
       01  WS-NEW-TIER-TABLE.
           05  WS-NEW-TIER                  OCCURS 5 TIMES.
               10  WS-NEW-TIER-MIN-QTY      PIC S999V99.
               10  WS-NEW-TIER-PRICE        PIC S9(07)V99.

       77  WS-TIER-SUB                     PIC 9(02) COMP VALUE ZERO.
       77  WS-PREV-SUB                     PIC 9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Drives the contract maintenance session until the operator    *
      *  asks to quit.                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-CONTRACT
               THRU 2000-PROCESS-ONE-CONTRACT-EXIT
               UNTIL SESSION-DONE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the contract file, creating it if this is the first     *
      *  run, and the customer and price masters a new contract is     *
      *  checked against, and gets the operator ID that will be        *
      *  stamped on any contract maintained this session.              *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O CPRFILE.
           IF WS-CPRFILE-STATUS = "35"
               OPEN OUTPUT CPRFILE
               CLOSE CPRFILE
               OPEN I-O CPRFILE
           END-IF.
           IF WS-CPRFILE-STATUS NOT = "00"
               DISPLAY "MULTCPR01E - UNABLE TO OPEN CPRFILE, STATUS = "
                   WS-CPRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTCPR04E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRCFILE.
           IF WS-PRCFILE-STATUS NOT = "00"
               DISPLAY "MULTCPR05E - UNABLE TO OPEN PRCFILE, STATUS = "
                   WS-PRCFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-CONTRACT                                     *
      *  Looks up one customer and item, shows the contract on file,   *
      *  and routes to the add, change, dates, or quantity-break       *
      *  function.                                                     *
      *================================================================*
       2000-PROCESS-ONE-CONTRACT.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER CODE TO MAINTAIN (SPACES TO QUIT): ".
           ACCEPT WS-CUST-CODE.

           IF WS-CUST-CODE = SPACES
               SET SESSION-DONE TO TRUE
               GO TO 2000-PROCESS-ONE-CONTRACT-EXIT
           END-IF.

           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ITEM-CODE.

           IF WS-ITEM-CODE = SPACES
               DISPLAY "REJECTED - ITEM CODE IS MISSING"
               GO TO 2000-PROCESS-ONE-CONTRACT-EXIT
           END-IF.

           PERFORM 2100-READ-CONTRACT-RECORD
               THRU 2100-READ-CONTRACT-RECORD-EXIT.

           IF CONTRACT-FOUND
               PERFORM 2200-DISPLAY-CONTRACT-RECORD
                   THRU 2200-DISPLAY-CONTRACT-RECORD-EXIT
               DISPLAY "FUNCTION - C=CHANGE PRICE, D=CONTRACT DATES, "
                   "T=QUANTITY BREAKS, N=NONE: "
           ELSE
               DISPLAY "NO CONTRACT FOR THIS CUSTOMER AND ITEM."
               DISPLAY "FUNCTION - A=ADD A CONTRACT, N=NONE: "
           END-IF.
           ACCEPT WS-FUNCTION-CODE.

           IF CONTRACT-NOT-FOUND AND FUNCTION-ADD
               PERFORM 3000-ADD-CONTRACT-RECORD
                   THRU 3000-ADD-CONTRACT-RECORD-EXIT
               GO TO 2000-PROCESS-ONE-CONTRACT-EXIT
           END-IF.

           IF CONTRACT-FOUND AND FUNCTION-CHANGE
               PERFORM 3100-CHANGE-CONTRACT-PRICE
                   THRU 3100-CHANGE-CONTRACT-PRICE-EXIT
               GO TO 2000-PROCESS-ONE-CONTRACT-EXIT
           END-IF.

           IF CONTRACT-FOUND AND FUNCTION-DATES
               PERFORM 3200-CHANGE-CONTRACT-DATES
                   THRU 3200-CHANGE-CONTRACT-DATES-EXIT
               GO TO 2000-PROCESS-ONE-CONTRACT-EXIT
           END-IF.

           IF CONTRACT-FOUND AND FUNCTION-TIERS
               PERFORM 3300-MAINTAIN-TIERS
                   THRU 3300-MAINTAIN-TIERS-EXIT
           END-IF.
       2000-PROCESS-ONE-CONTRACT-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-CONTRACT-RECORD                                     *
      *  Reads CPRFILE by the customer and item the operator entered.  *
      *================================================================*
       2100-READ-CONTRACT-RECORD.
           MOVE WS-CUST-CODE TO CPR-CUST-CODE.
           MOVE WS-ITEM-CODE TO CPR-ITEM-CODE.

           READ CPRFILE
               INVALID KEY
                   SET CONTRACT-NOT-FOUND TO TRUE
                   GO TO 2100-READ-CONTRACT-RECORD-EXIT
           END-READ.

           SET CONTRACT-FOUND TO TRUE.
       2100-READ-CONTRACT-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-CONTRACT-RECORD                                  *
      *  Shows the contract price, the dates it runs, and any          *
      *  quantity breaks for the contract just read.                   *
      *================================================================*
       2200-DISPLAY-CONTRACT-RECORD.
           DISPLAY "CUSTOMER CODE. . . . : " CPR-CUST-CODE.
           DISPLAY "ITEM CODE. . . . . . : " CPR-ITEM-CODE.
           DISPLAY "CONTRACT UNIT PRICE. : " CPR-CONTRACT-PRICE.
           DISPLAY "EFFECTIVE DATE . . . : " CPR-EFF-DATE.
           IF CPR-EXP-DATE = ZEROS
               DISPLAY "EXPIRY DATE. . . . . : ** OPEN-ENDED **"
           ELSE
               DISPLAY "EXPIRY DATE. . . . . : " CPR-EXP-DATE
           END-IF.
           IF CPR-TIER-COUNT NOT NUMERIC OR CPR-TIER-COUNT = ZERO
               DISPLAY "QUANTITY BREAKS. . . : ** NONE **"
           ELSE
               PERFORM 2250-DISPLAY-ONE-TIER
                   THRU 2250-DISPLAY-ONE-TIER-EXIT
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > CPR-TIER-COUNT
                      OR WS-TIER-SUB > 5
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " CPR-LAST-UPDATE-DATE
               " " CPR-LAST-UPDATE-TIME " BY " CPR-UPDATED-BY.
       2200-DISPLAY-CONTRACT-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2250-DISPLAY-ONE-TIER                                         *
      *  Shows one quantity break on the contract.                     *
      *================================================================*
       2250-DISPLAY-ONE-TIER.
           DISPLAY "QUANTITY BREAK " WS-TIER-SUB ". . : FROM QTY "
               CPR-TIER-MIN-QTY (WS-TIER-SUB) " PRICE "
               CPR-TIER-PRICE (WS-TIER-SUB).
       2250-DISPLAY-ONE-TIER-EXIT.
           EXIT.

      *================================================================*
      *  3000-ADD-CONTRACT-RECORD                                      *
      *  Writes a brand-new contract for a customer and item with no   *
      *  contract yet. The customer has to be on CUSFILE and the item  *
      *  on PRCFILE - MULT rejects an extension for either before it   *
      *  ever reaches the contract lookup. Quantity breaks are added   *
      *  afterwards with the T function.                               *
      *================================================================*
       3000-ADD-CONTRACT-RECORD.
           MOVE WS-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   DISPLAY "REJECTED - CUSTOMER IS NOT ON CUSFILE"
                   GO TO 3000-ADD-CONTRACT-RECORD-EXIT
           END-READ.

           MOVE WS-ITEM-CODE TO PRC-ITEM-CODE.
           READ PRCFILE
               INVALID KEY
                   DISPLAY "REJECTED - ITEM IS NOT ON THE PRICE FILE"
                   GO TO 3000-ADD-CONTRACT-RECORD-EXIT
           END-READ.

           DISPLAY "LIST PRICE OF THIS ITEM IS " PRC-UNIT-PRICE.
           DISPLAY "ENTER CONTRACT UNIT PRICE: ".
           ACCEPT WS-NEW-PRICE.

           PERFORM 3050-VALIDATE-PRICE
               THRU 3050-VALIDATE-PRICE-EXIT.
           IF PRICE-INVALID
               GO TO 3000-ADD-CONTRACT-RECORD-EXIT
           END-IF.

           PERFORM 3060-ACCEPT-DATES
               THRU 3060-ACCEPT-DATES-EXIT.
           IF DATES-INVALID
               GO TO 3000-ADD-CONTRACT-RECORD-EXIT
           END-IF.

           MOVE SPACES          TO CPR-RECORD.
           MOVE WS-CUST-CODE    TO CPR-CUST-CODE.
           MOVE WS-ITEM-CODE    TO CPR-ITEM-CODE.
           MOVE WS-NEW-PRICE    TO CPR-CONTRACT-PRICE.
           MOVE WS-NEW-EFF-DATE TO CPR-EFF-DATE.
           MOVE WS-NEW-EXP-DATE TO CPR-EXP-DATE.
           MOVE ZERO            TO CPR-TIER-COUNT.
           PERFORM 3350-CLEAR-ONE-TIER
               THRU 3350-CLEAR-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           WRITE CPR-RECORD
               INVALID KEY
                   DISPLAY "MULTCPR02E - WRITE FAILED, STATUS = "
                       WS-CPRFILE-STATUS
                   GO TO 3000-ADD-CONTRACT-RECORD-EXIT
           END-WRITE.

           DISPLAY "CONTRACT ADDED AT PRICE: " WS-NEW-PRICE.
       3000-ADD-CONTRACT-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3050-VALIDATE-PRICE                                           *
      *  A contract or break price has to clear the same standard the  *
      *  price master is held to - a negative price would poison       *
      *  every extension for the customer on the item.                 *
      *================================================================*
       3050-VALIDATE-PRICE.
           SET PRICE-VALID TO TRUE.

           IF WS-NEW-PRICE NOT NUMERIC
               SET PRICE-INVALID TO TRUE
               DISPLAY "REJECTED - PRICE IS NOT NUMERIC"
               GO TO 3050-VALIDATE-PRICE-EXIT
           END-IF.

           IF WS-NEW-PRICE < 0
               SET PRICE-INVALID TO TRUE
               DISPLAY "REJECTED - PRICE IS NEGATIVE"
           END-IF.
       3050-VALIDATE-PRICE-EXIT.
           EXIT.

      *================================================================*
      *  3060-ACCEPT-DATES                                             *
      *  Takes the effective and expiry dates for a contract. The      *
      *  effective date is required; a zero expiry date leaves the     *
      *  contract open-ended. An expiry date before the effective      *
      *  date would describe a contract that never runs, and is        *
      *  refused.                                                      *
      *================================================================*
       3060-ACCEPT-DATES.
           SET DATES-VALID TO TRUE.

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-EFF-DATE.

           IF WS-NEW-EFF-DATE NOT NUMERIC
                   OR WS-NEW-EFF-DATE = ZEROS
               SET DATES-INVALID TO TRUE
               DISPLAY "REJECTED - EFFECTIVE DATE IS NOT A DATE"
               GO TO 3060-ACCEPT-DATES-EXIT
           END-IF.

           DISPLAY "ENTER EXPIRY DATE (YYYYMMDD, ZEROS = OPEN-ENDED): ".
           ACCEPT WS-NEW-EXP-DATE.

           IF WS-NEW-EXP-DATE NOT NUMERIC
               SET DATES-INVALID TO TRUE
               DISPLAY "REJECTED - EXPIRY DATE IS NOT A DATE"
               GO TO 3060-ACCEPT-DATES-EXIT
           END-IF.

           IF WS-NEW-EXP-DATE NOT = ZEROS
                   AND WS-NEW-EXP-DATE < WS-NEW-EFF-DATE
               SET DATES-INVALID TO TRUE
               DISPLAY "REJECTED - EXPIRY DATE IS BEFORE THE "
                   "EFFECTIVE DATE"
           END-IF.
       3060-ACCEPT-DATES-EXIT.
           EXIT.

      *================================================================*
      *  3100-CHANGE-CONTRACT-PRICE                                    *
      *  Replaces the contract price on an existing contract. The      *
      *  quantity breaks are left as they stand - they are priced on   *
      *  their own and the display shows them for the operator to      *
      *  revisit with the T function.                                  *
      *================================================================*
       3100-CHANGE-CONTRACT-PRICE.
           DISPLAY "ENTER NEW CONTRACT UNIT PRICE: ".
           ACCEPT WS-NEW-PRICE.

           PERFORM 3050-VALIDATE-PRICE
               THRU 3050-VALIDATE-PRICE-EXIT.
           IF PRICE-INVALID
               GO TO 3100-CHANGE-CONTRACT-PRICE-EXIT
           END-IF.

           MOVE WS-NEW-PRICE TO CPR-CONTRACT-PRICE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-CONTRACT-RECORD
               THRU 4100-REWRITE-CONTRACT-RECORD-EXIT.
       3100-CHANGE-CONTRACT-PRICE-EXIT.
           EXIT.

      *================================================================*
      *  3200-CHANGE-CONTRACT-DATES                                    *
      *  Moves the dates an existing contract runs - an extension of   *
      *  the term, or an expiry keyed to end the contract early. The   *
      *  record stays on file so the price it carried can still be     *
      *  looked up.                                                    *
      *================================================================*
       3200-CHANGE-CONTRACT-DATES.
           PERFORM 3060-ACCEPT-DATES
               THRU 3060-ACCEPT-DATES-EXIT.
           IF DATES-INVALID
               GO TO 3200-CHANGE-CONTRACT-DATES-EXIT
           END-IF.

           MOVE WS-NEW-EFF-DATE TO CPR-EFF-DATE.
           MOVE WS-NEW-EXP-DATE TO CPR-EXP-DATE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-CONTRACT-RECORD
               THRU 4100-REWRITE-CONTRACT-RECORD-EXIT.
       3200-CHANGE-CONTRACT-DATES-EXIT.
           EXIT.

      *================================================================*
      *  3300-MAINTAIN-TIERS                                           *
      *  Replaces the contract's quantity breaks with a fresh set of   *
      *  up to five, keyed lowest quantity first. The whole set is     *
      *  keyed and checked before any of it goes on the record - MULT  *
      *  takes the last break the quantity reaches, so the minimums    *
      *  must climb strictly. A count of zero removes every break and  *
      *  leaves the flat contract price.                               *
      *================================================================*
       3300-MAINTAIN-TIERS.
           DISPLAY "ENTER NUMBER OF QUANTITY BREAKS (0-5): ".
           ACCEPT WS-NEW-TIER-COUNT.

           IF WS-NEW-TIER-COUNT NOT NUMERIC
                   OR WS-NEW-TIER-COUNT > 5
               DISPLAY "REJECTED - NUMBER OF BREAKS MUST BE 0 TO 5"
               GO TO 3300-MAINTAIN-TIERS-EXIT
           END-IF.

           SET TIERS-VALID TO TRUE.
           PERFORM 3310-ACCEPT-ONE-TIER
               THRU 3310-ACCEPT-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-NEW-TIER-COUNT
                  OR TIERS-INVALID.
           IF TIERS-INVALID
               GO TO 3300-MAINTAIN-TIERS-EXIT
           END-IF.

           MOVE WS-NEW-TIER-COUNT TO CPR-TIER-COUNT.
           PERFORM 3350-CLEAR-ONE-TIER
               THRU 3350-CLEAR-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5.
           PERFORM 3360-MOVE-ONE-TIER
               THRU 3360-MOVE-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-NEW-TIER-COUNT.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-CONTRACT-RECORD
               THRU 4100-REWRITE-CONTRACT-RECORD-EXIT.
       3300-MAINTAIN-TIERS-EXIT.
           EXIT.

      *================================================================*
      *  3310-ACCEPT-ONE-TIER                                          *
      *  Takes one break's minimum quantity and price and checks it:   *
      *  a positive minimum above the break before it, and a price     *
      *  that passes the same test as the contract price.              *
      *================================================================*
       3310-ACCEPT-ONE-TIER.
           DISPLAY "BREAK " WS-TIER-SUB " - ENTER MINIMUM QUANTITY: ".
           ACCEPT WS-NEW-TIER-MIN-QTY (WS-TIER-SUB).

           IF WS-NEW-TIER-MIN-QTY (WS-TIER-SUB) NOT NUMERIC
                   OR WS-NEW-TIER-MIN-QTY (WS-TIER-SUB) NOT > 0
               SET TIERS-INVALID TO TRUE
               DISPLAY "REJECTED - MINIMUM QUANTITY MUST BE ABOVE ZERO"
               GO TO 3310-ACCEPT-ONE-TIER-EXIT
           END-IF.

           IF WS-TIER-SUB > 1
               MOVE WS-TIER-SUB TO WS-PREV-SUB
               SUBTRACT 1 FROM WS-PREV-SUB
               IF WS-NEW-TIER-MIN-QTY (WS-TIER-SUB)
                       NOT > WS-NEW-TIER-MIN-QTY (WS-PREV-SUB)
                   SET TIERS-INVALID TO TRUE
                   DISPLAY "REJECTED - EACH BREAK'S MINIMUM MUST BE "
                       "ABOVE THE ONE BEFORE IT"
                   GO TO 3310-ACCEPT-ONE-TIER-EXIT
               END-IF
           END-IF.

           DISPLAY "BREAK " WS-TIER-SUB " - ENTER UNIT PRICE: ".
           ACCEPT WS-NEW-PRICE.

           PERFORM 3050-VALIDATE-PRICE
               THRU 3050-VALIDATE-PRICE-EXIT.
           IF PRICE-INVALID
               SET TIERS-INVALID TO TRUE
               GO TO 3310-ACCEPT-ONE-TIER-EXIT
           END-IF.

           MOVE WS-NEW-PRICE TO WS-NEW-TIER-PRICE (WS-TIER-SUB).
       3310-ACCEPT-ONE-TIER-EXIT.
           EXIT.

      *================================================================*
      *  3350-CLEAR-ONE-TIER                                           *
      *  Zeroes one quantity-break slot on the record.                 *
      *================================================================*
       3350-CLEAR-ONE-TIER.
           MOVE ZEROS TO CPR-TIER-MIN-QTY (WS-TIER-SUB).
           MOVE ZEROS TO CPR-TIER-PRICE (WS-TIER-SUB).
       3350-CLEAR-ONE-TIER-EXIT.
           EXIT.

      *================================================================*
      *  3360-MOVE-ONE-TIER                                            *
      *  Moves one validated break onto the record.                    *
      *================================================================*
       3360-MOVE-ONE-TIER.
           MOVE WS-NEW-TIER-MIN-QTY (WS-TIER-SUB)
               TO CPR-TIER-MIN-QTY (WS-TIER-SUB).
           MOVE WS-NEW-TIER-PRICE (WS-TIER-SUB)
               TO CPR-TIER-PRICE (WS-TIER-SUB).
       3360-MOVE-ONE-TIER-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the contract and when - the same        *
      *  stamping a price master update gets.                          *
      *================================================================*
       4000-STAMP-UPDATE.
           MOVE WS-RUN-DATE    TO CPR-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO CPR-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO CPR-UPDATED-BY.
       4000-STAMP-UPDATE-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-CONTRACT-RECORD                                  *
      *  Rewrites the contract just maintained and confirms it to the  *
      *  operator.                                                     *
      *================================================================*
       4100-REWRITE-CONTRACT-RECORD.
           REWRITE CPR-RECORD.
           IF WS-CPRFILE-STATUS NOT = "00"
               DISPLAY "MULTCPR03E - REWRITE FAILED, STATUS = "
                   WS-CPRFILE-STATUS
           ELSE
               DISPLAY "CONTRACT RECORD UPDATED."
           END-IF.
       4100-REWRITE-CONTRACT-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the contract file and the masters at end of session.   *
      *================================================================*
       9000-TERMINATE.
           CLOSE CPRFILE.
           CLOSE CUSFILE.
           CLOSE PRCFILE.
       9000-TERMINATE-EXIT.
           EXIT.
