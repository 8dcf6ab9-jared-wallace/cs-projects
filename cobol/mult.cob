      *                   and the no-item reversal branch clears the    *
      *                   key first instead of printing the previous    *
      *                   transaction's stale item.                     *
      *  2026-10-15  JW   An extension whose TRAN-ID is already on the  *
      *                   master no longer overwrites it - the master   *
      *                   write used to fall back to a REWRITE and      *
      *                   quietly replace last week's extension. It     *
      *                   now rejects before anything posts, with new   *
      *                   reason 14 (already on the master) or 15       *
      *                   (repeated within this feed), and the report   *
      *                   gains a duplicate exception section showing   *
      *                   the incoming values next to the master's.     *
      *  2026-10-15  JW   Every extension posted now opens an item on   *
      *                   the ARFILE accounts-receivable ledger for     *
      *                   its customer, and a type R reversal reduces   *
      *                   the item by the amount reversed, closing it   *
      *                   once nothing is left open. A reversal with    *
      *                   no open item to reduce still reverses the     *
      *                   money but goes on the report as an AR         *
      *                   exception, the way inventory exceptions do.   *
      *  2026-10-15  JW   A customer on a negotiated price now extends  *
      *                   at it - the CPRFILE contract price for the    *
      *                   customer and item, or the contract's best     *
      *                   quantity break the transaction reaches, when  *
      *                   TRAN-DATE falls inside the contract - and at  *
      *                   the list price otherwise. The item still has  *
      *                   to be on the price master, which carries its  *
      *                   GL account. The price source (list, contract, *
      *                   or tier) rides the master, audit, and result  *
      *                   records and is counted on the summary.        *
      *  2026-10-15  JW   Sales tax. A taxable item sold to a customer  *
      *                   in a tax jurisdiction is taxed at the         *
      *                   TAXRATE rate in effect on TRAN-DATE, and the  *
      *                   tax goes out as a second GL record - type T,  *
      *                   crediting the jurisdiction's tax-payable      *
      *                   account. No rate in effect rejects with new   *
      *                   reason 16, a rate with no tax-payable         *
      *                   account with reason 17. The tax rides the     *
      *                   master and result records, the AR item is     *
      *                   opened for extension plus tax, and a          *
      *                   reversal debits the tax back out of the       *
      *                   account the master says was credited.         *
      *  2026-10-15  JW   A reorder exception line for an item that     *
      *                   already has a PO open shows the PO number, so *
      *                   the list separates what is on order from what *
      *                   the MULTPOG run still has to order.           *
      *  2026-10-15  JW   Cost of goods sold. Stock relieved by an      *
      *                   extension is costed at the item's INVFILE     *
      *                   unit cost and goes out as a type C GL pair -  *
      *                   a debit to the item's COGS account and a      *
      *                   credit to its inventory account - with the    *
      *                   cost carried on the master. A reversal writes *
      *                   the opposite pair for the master's cost and   *
      *                   averages the returned stock back in at that   *
      *                   cost. An item with no unit cost or no cost    *
      *                   accounts still posts, listed as an inventory  *
      *                   exception. Inventory is now relieved ahead of *
      *                   the master write so the master can carry the  *
      *                   cost.                                         *
      *  2026-10-15  JW   Foreign-currency customers. A customer with a *
      *                   currency code on CUSFILE is priced in that    *
      *                   currency - the list price converted at the    *
      *                   FXRATE rate in effect on TRAN-DATE, or the    *
      *                   contract price as negotiated in it - and the  *
      *                   extension converted back to base currency at  *
      *                   the same rate for the GL, tax, and COGS,      *
      *                   which all stay in base. No rate in effect     *
      *                   rejects with reason 18. The currency, rate,   *
      *                   and the amounts in the currency ride the      *
      *                   master, audit, result, and AR records, and a  *
      *                   reversal carries them from the master.        *
      *  2026-10-15  JW   The master is stamped with the run number    *
      *                   that wrote it, and reason 15 is decided from *
      *                   that stamp - the update stamp also moves     *
      *                   when a reversal touches an older master, so  *
      *                   an old ID reversed and resent in one feed    *
      *                   was wrongly given 15. A reversal that leaves *
      *                   a closed AR item with a credit reopens it.   *
      *                   The duplicate section prints NONE only when  *
      *                   DUPFILE held nothing, not off this run's     *
      *                   count, which a restart does not carry.       *
      *                   Contract and tier prices are held at nine    *
      *                   digits, wide enough for a currency of low    *
      *                   unit value; a base-currency contract price   *
      *                   past 999.99 is a size error.                 *
      *  2026-10-15  JW   A cost of sale too large for the cost field  *
      *                   is trapped as an inventory exception and the *
      *                   extension posts uncosted, instead of with a  *
      *                   truncated COGS and inventory pair.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FCL-PERIOD
               FILE STATUS IS WS-FCALFILE-STATUS.

           SELECT DUPFILE  ASSIGN TO DUPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPFILE-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT CPRFILE  ASSIGN TO CPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPR-KEY
               FILE STATUS IS WS-CPRFILE-STATUS.

           SELECT TAXRATE  ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT FXRATE   ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           LABEL RECORDS ARE STANDARD.
           COPY FCALREC.

       FD  DUPFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY DUPREC.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       FD  CPRFILE
           LABEL RECORDS ARE STANDARD.
           COPY CPRREC.

       FD  TAXRATE
           LABEL RECORDS ARE STANDARD.
           COPY TXRREC.

       FD  FXRATE
           LABEL RECORDS ARE STANDARD.
           COPY FXRREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-INVFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-FCALFILE-STATUS              PIC X(02) VALUE "00".
       01  WS-DUPFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-CPRFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-TAXRATE-STATUS               PIC X(02) VALUE "00".
       01  WS-FXRATE-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
               88  HISTORY-PRICE-NOT-FOUND             VALUE "N".
           05  WS-HIST-PRICE                PIC 999V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CONTRACT PRICING WORKING FIELDS                               *
      *----------------------------------------------------------------*
       01  WS-CONTRACT-FIELDS.
           05  WS-CPRFILE-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  CONTRACTS-ON-FILE                   VALUE "Y".
           05  WS-PRICE-SOURCE              PIC X(01) VALUE "L".
               88  PRICE-FROM-LIST                     VALUE "L".
               88  PRICE-FROM-CONTRACT                 VALUE "C".
               88  PRICE-FROM-TIER                     VALUE "T".
           05  WS-CONTRACT-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-TIER-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-CONTRACT-PRICE            PIC 9(07)V99 VALUE ZEROS.

       77  WS-TIER-SUB                     PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  SALES TAX WORKING FIELDS                                      *
      *----------------------------------------------------------------*
       01  WS-TAX-FIELDS.
           05  WS-TAXRATE-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  TAX-RATES-ON-FILE                   VALUE "Y".
           05  WS-TAXRATE-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-TAXRATE                      VALUE "Y".
               88  NOT-END-OF-TAXRATE                  VALUE "N".
           05  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  TAX-RATE-FOUND                      VALUE "Y".
               88  TAX-RATE-NOT-FOUND                  VALUE "N".
           05  WS-ITEM-TAX-FLAG             PIC X(01) VALUE SPACES.
               88  ITEM-IS-TAXABLE                     VALUE "Y".
           05  WS-TAX-JURISDICTION          PIC X(06) VALUE SPACES.
           05  WS-TAX-RATE                  PIC 9V9(05) VALUE ZEROS.
           05  WS-TAX-GL-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-TAX-AMOUNT                PIC 9(07)V99 VALUE ZEROS.
           05  WS-BILLED-AMOUNT             PIC 9(07)V99 VALUE ZEROS.
           05  WS-TAXED-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  WS-TAX-SUM                   PIC 9(09)V99 VALUE ZEROS.
           05  WS-REVERSAL-TAX-SUM          PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  FOREIGN CURRENCY WORKING FIELDS - the rate is the base value  *
      *  of one unit of the customer's currency; the FX amounts are    *
      *  in that currency and stay zero for a base-currency customer.  *
      *----------------------------------------------------------------*
       01  WS-FX-FIELDS.
           05  WS-FXRATE-OPEN-SWITCH        PIC X(01) VALUE "N".
               88  FX-RATES-ON-FILE                    VALUE "Y".
           05  WS-FXRATE-EOF-SWITCH         PIC X(01) VALUE "N".
               88  END-OF-FXRATE                       VALUE "Y".
               88  NOT-END-OF-FXRATE                   VALUE "N".
           05  WS-FX-FOUND-SWITCH           PIC X(01) VALUE "N".
               88  FX-RATE-FOUND                       VALUE "Y".
               88  FX-RATE-NOT-FOUND                   VALUE "N".
           05  WS-CURRENCY-CODE             PIC X(03) VALUE SPACES.
               88  BASE-CURRENCY-CUSTOMER              VALUE SPACES.
           05  WS-FX-RATE                   PIC 9(04)V9(06) VALUE ZEROS.
           05  WS-FX-PRICE                  PIC 9(07)V99 VALUE ZEROS.
           05  WS-FX-RESULT                 PIC 9(07)V99 VALUE ZEROS.
           05  WS-FX-TAX-AMOUNT             PIC 9(07)V99 VALUE ZEROS.
           05  WS-FX-BILLED-AMOUNT          PIC 9(07)V99 VALUE ZEROS.
           05  WS-FX-COUNT                  PIC 9(06) COMP VALUE ZERO.
           05  WS-FX-BASE-SUM               PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  COST OF GOODS SOLD WORKING FIELDS                             *
      *----------------------------------------------------------------*
       01  WS-COST-FIELDS.
           05  WS-COST-AMOUNT               PIC 9(07)V99 VALUE ZEROS.
           05  WS-COST-GL-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-COST-DR-CR                PIC X(01) VALUE SPACES.
           05  WS-STOCK-VALUE               PIC S9(11)V9(04) VALUE ZERO.
           05  WS-STOCK-QTY                 PIC S9(07)V99 VALUE ZEROS.
           05  WS-COSTED-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-COGS-SUM                  PIC 9(09)V99 VALUE ZEROS.
           05  WS-REVERSAL-COGS-SUM         PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  INVENTORY WORKING FIELDS                                      *
      *----------------------------------------------------------------*
           05  WS-INV-EXCEPTION-COUNT       PIC 9(06) COMP VALUE ZERO.
           05  WS-REORDER-COUNT             PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  ACCOUNTS RECEIVABLE WORKING FIELDS                            *
      *----------------------------------------------------------------*
       01  WS-AR-FIELDS.
           05  WS-AR-EXCEPTION-TEXT         PIC X(40) VALUE SPACES.
           05  WS-AR-EXCEPTION-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-AR-OPENED-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-AR-CLOSED-COUNT           PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  DUPLICATE TRANSACTION ID WORKING FIELDS                       *
      *----------------------------------------------------------------*
       01  WS-DUPLICATE-FIELDS.
           05  WS-DUPLICATE-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-DUPS-PRINTED              PIC 9(06) COMP VALUE ZERO.
           05  WS-DUP-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-DUPFILE                      VALUE "Y".
               88  NOT-END-OF-DUPFILE                  VALUE "N".
           05  WS-DUP-VERDICT               PIC X(50) VALUE SPACES.

       77  WS-RECORD-COUNT                 PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
           05  WS-EDIT-SIZE-ERROR-COUNT      PIC ZZZ,ZZ9.
           05  WS-EDIT-REVERSAL-COUNT        PIC ZZZ,ZZ9.
           05  WS-EDIT-REVERSAL-SUM          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-TAX-SUM               PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-EXPECTED-COUNT        PIC ZZZ,ZZ9.
           05  WS-EDIT-ACTUAL-COUNT          PIC ZZZ,ZZ9.
           05  WS-EDIT-EXPECTED-HASH         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-RESTART-FROM          PIC ZZZ,ZZ9.
           05  WS-EDIT-ON-HAND               PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-REORDER-POINT         PIC ZZ,ZZ9.99.
           05  WS-EDIT-DUP-IN-QTY            PIC -ZZ9.99.
           05  WS-EDIT-DUP-MST-QTY           PIC ZZ9.99.
           05  WS-EDIT-DUP-PRICE             PIC ZZ9.99.
           05  WS-EDIT-DUP-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
               STOP RUN
           END-IF.

           IF CTL-RESTART-FROM = ZEROS
               OPEN OUTPUT DUPFILE
           ELSE
               OPEN EXTEND DUPFILE
           END-IF.
           IF WS-DUPFILE-STATUS NOT = "00"
               DISPLAY "MULT0033E - UNABLE TO OPEN DUPFILE, STATUS = "
                   WS-DUPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MSTFILE.
           IF WS-MSTFILE-STATUS = "35"
               OPEN OUTPUT MSTFILE
               STOP RUN
           END-IF.

           OPEN I-O ARFILE.
           IF WS-ARFILE-STATUS = "35"
               OPEN OUTPUT ARFILE
               CLOSE ARFILE
               OPEN I-O ARFILE
           END-IF.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULT0035E - UNABLE TO OPEN ARFILE, STATUS = "
                   WS-ARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No contract file yet just means no customer has a          *
      *    negotiated price - everything extends at list.             *
           OPEN INPUT CPRFILE.
           IF WS-CPRFILE-STATUS = "00"
               SET CONTRACTS-ON-FILE TO TRUE
           ELSE
               IF WS-CPRFILE-STATUS NOT = "35"
                   DISPLAY "MULT0037E - UNABLE TO OPEN CPRFILE, "
                       "STATUS = " WS-CPRFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    No rate table yet is not an abend - an untaxed extension   *
      *    needs no rate - but a taxable extension in a jurisdiction  *
      *    still rejects for want of one, so nothing goes out         *
      *    silently untaxed.                                          *
           OPEN INPUT TAXRATE.
           IF WS-TAXRATE-STATUS = "00"
               SET TAX-RATES-ON-FILE TO TRUE
           ELSE
               IF WS-TAXRATE-STATUS NOT = "35"
                   DISPLAY "MULT0038E - UNABLE TO OPEN TAXRATE, "
                       "STATUS = " WS-TAXRATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    No rate table yet is not an abend either - a base-currency *
      *    customer needs no rate - but a foreign-currency customer's  *
      *    extension rejects for want of one.                          *
           OPEN INPUT FXRATE.
           IF WS-FXRATE-STATUS = "00"
               SET FX-RATES-ON-FILE TO TRUE
           ELSE
               IF WS-FXRATE-STATUS NOT = "35"
                   DISPLAY "MULT0039E - UNABLE TO OPEN FXRATE, "
                       "STATUS = " WS-FXRATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    No history file yet just means no price has ever changed   *
      *    - every transaction prices off the master - so status 35   *
      *    leaves the history switch off instead of abending.         *
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3400-CHECK-DUPLICATE
               THRU 3400-CHECK-DUPLICATE-EXIT.

           IF INVALID-TRANSACTION
               PERFORM 3100-WRITE-REJECT
                   THRU 3100-WRITE-REJECT-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3200-LOOKUP-PRICE
               THRU 3200-LOOKUP-PRICE-EXIT.

               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3350-LOOKUP-CONTRACT-PRICE
               THRU 3350-LOOKUP-CONTRACT-PRICE-EXIT.

           PERFORM 3600-LOOKUP-EXCHANGE-RATE
               THRU 3600-LOOKUP-EXCHANGE-RATE-EXIT.

           IF INVALID-TRANSACTION
               PERFORM 3100-WRITE-REJECT
                   THRU 3100-WRITE-REJECT-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 3500-LOOKUP-TAX-RATE
               THRU 3500-LOOKUP-TAX-RATE-EXIT.

           IF INVALID-TRANSACTION
               PERFORM 3100-WRITE-REJECT
                   THRU 3100-WRITE-REJECT-EXIT
               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 4000-CALCULATE-RESULT
               THRU 4000-CALCULATE-RESULT-EXIT.

               GO TO 2000-READ-NEXT
           END-IF.

           PERFORM 4050-CALCULATE-TAX
               THRU 4050-CALCULATE-TAX-EXIT.

           PERFORM 4100-ACCUMULATE-TOTALS
               THRU 4100-ACCUMULATE-TOTALS-EXIT.

           PERFORM 4400-WRITE-GL-EXTRACT
               THRU 4400-WRITE-GL-EXTRACT-EXIT.

           PERFORM 4450-WRITE-TAX-GL-EXTRACT
               THRU 4450-WRITE-TAX-GL-EXTRACT-EXIT.

           PERFORM 4700-RELIEVE-INVENTORY
               THRU 4700-RELIEVE-INVENTORY-EXIT.

           PERFORM 4500-UPDATE-MASTER-FILE
               THRU 4500-UPDATE-MASTER-FILE-EXIT.

           PERFORM 4200-WRITE-RESULT
               THRU 4200-WRITE-RESULT-EXIT.

           PERFORM 4800-OPEN-AR-ITEM
               THRU 4800-OPEN-AR-ITEM-EXIT.

       2000-READ-NEXT.
           PERFORM 4600-WRITE-CHECKPOINT
      *  its date rejects with reason 11.                             *
      *================================================================*
       3200-LOOKUP-PRICE.
           SET PRICE-FROM-LIST TO TRUE.

           IF TRAN-DATE NUMERIC AND TRAN-DATE NOT = ZEROS
               MOVE TRAN-DATE   TO WS-PRICE-DATE
           ELSE
           END-IF.

           MOVE PRC-GL-ACCOUNT-CODE TO WS-ITEM-GL-ACCOUNT.
           MOVE PRC-TAXABLE-FLAG    TO WS-ITEM-TAX-FLAG.

           IF PRC-PENDING-EFF-DATE NOT = ZEROS
                   AND WS-PRICE-DATE NOT < PRC-PENDING-EFF-DATE
      *  CUSFILE customer master. A missing or unknown customer        *
      *  rejects with reason 12 and an inactive one with reason 13 -   *
      *  an extension billed to nobody is the grep-the-result-file     *
      *  story this field exists to end. A good customer hands on its  *
      *  tax jurisdiction and billing currency.                        *
      *================================================================*
       3300-CHECK-CUSTOMER.
           MOVE SPACES TO WS-CURRENCY-CODE.

           IF TRAN-CUST-CODE = SPACES
               SET INVALID-TRANSACTION TO TRUE
               MOVE "12" TO WS-REJECT-REASON-CODE
               MOVE "CUSTOMER IS INACTIVE" TO
                   WS-REJECT-REASON-TEXT
           END-IF.

           MOVE CUS-TAX-JURISDICTION TO WS-TAX-JURISDICTION.
           MOVE CUS-CURRENCY-CODE    TO WS-CURRENCY-CODE.
       3300-CHECK-CUSTOMER-EXIT.
           EXIT.

      *================================================================*
      *  3350-LOOKUP-CONTRACT-PRICE                                    *
      *  Replaces the list price 3200-LOOKUP-PRICE found with the      *
      *  customer's contract price for the item when there is a        *
      *  contract in effect on the transaction date, and with the      *
      *  highest quantity break the transaction quantity reaches when  *
      *  the contract carries tiers. Runs once the customer is known   *
      *  good. No contract, or one not yet started or already          *
      *  expired on the transaction date, leaves the list price        *
      *  standing - a contract never rejects an extension.             *
      *================================================================*
       3350-LOOKUP-CONTRACT-PRICE.
           IF NOT CONTRACTS-ON-FILE
               GO TO 3350-LOOKUP-CONTRACT-PRICE-EXIT
           END-IF.

           MOVE TRAN-CUST-CODE TO CPR-CUST-CODE.
           MOVE TRAN-ITEM-CODE TO CPR-ITEM-CODE.

           READ CPRFILE
               INVALID KEY
                   GO TO 3350-LOOKUP-CONTRACT-PRICE-EXIT
           END-READ.

           IF WS-PRICE-DATE < CPR-EFF-DATE
               GO TO 3350-LOOKUP-CONTRACT-PRICE-EXIT
           END-IF.

           IF CPR-EXP-DATE NOT = ZEROS
                   AND WS-PRICE-DATE > CPR-EXP-DATE
               GO TO 3350-LOOKUP-CONTRACT-PRICE-EXIT
           END-IF.

           MOVE CPR-CONTRACT-PRICE TO WS-CONTRACT-PRICE.
           SET PRICE-FROM-CONTRACT TO TRUE.

           IF CPR-TIER-COUNT NOT NUMERIC OR CPR-TIER-COUNT = ZERO
                   OR CPR-TIER-COUNT > 5
               GO TO 3350-LOOKUP-CONTRACT-PRICE-EXIT
           END-IF.

           PERFORM 3360-CHECK-ONE-TIER
               THRU 3360-CHECK-ONE-TIER-EXIT
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > CPR-TIER-COUNT.
       3350-LOOKUP-CONTRACT-PRICE-EXIT.
           EXIT.

      *================================================================*
      *  3360-CHECK-ONE-TIER                                           *
      *  Takes the tier's price when the transaction quantity reaches  *
      *  its minimum. The tiers run in ascending order, so the last    *
      *  one reached is the best break the quantity earns.             *
      *================================================================*
       3360-CHECK-ONE-TIER.
           IF WS-NUM1 NOT < CPR-TIER-MIN-QTY (WS-TIER-SUB)
               MOVE CPR-TIER-PRICE (WS-TIER-SUB) TO WS-CONTRACT-PRICE
               SET PRICE-FROM-TIER TO TRUE
           END-IF.
       3360-CHECK-ONE-TIER-EXIT.
           EXIT.

      *================================================================*
      *  3400-CHECK-DUPLICATE                                          *
      *  Holds an extension back when its TRAN-ID is already on the    *
      *  master - before anything is written for it, so a duplicate    *
      *  never reaches RESFILE, GLFILE, AUDFILE, or INVFILE. A master  *
      *  stamped with this run's number was written by this run, so    *
      *  the ID came around twice inside this feed and rejects with    *
      *  reason 15; any other master rejects with reason 14 - even one *
      *  a reversal in this run has just restamped. A repeat of an ID  *
      *  whose first occurrence was itself rejected has nothing on the *
      *  master to collide with, and posts. Either way the incoming    *
      *  and master values go to the DUPFILE work file for the         *
      *  report's duplicate section.                                   *
      *================================================================*
       3400-CHECK-DUPLICATE.
           MOVE TRAN-ID TO MST-TRAN-ID.

           READ MSTFILE
               INVALID KEY
                   GO TO 3400-CHECK-DUPLICATE-EXIT
           END-READ.

           SET INVALID-TRANSACTION TO TRUE.
           ADD 1 TO WS-DUPLICATE-COUNT.

           IF MST-RUN-NO NUMERIC
                   AND MST-RUN-NO = WS-RUN-NUMBER
               MOVE "15" TO WS-REJECT-REASON-CODE
               MOVE "TRAN ID REPEATED WITHIN THIS FEED" TO
                   WS-REJECT-REASON-TEXT
           ELSE
               MOVE "14" TO WS-REJECT-REASON-CODE
               MOVE "TRAN ID ALREADY ON MASTER" TO
                   WS-REJECT-REASON-TEXT
           END-IF.

           MOVE SPACES                TO DUP-RECORD.
           MOVE WS-REJECT-REASON-CODE TO DUP-REASON-CODE.
           MOVE TRAN-ID               TO DUP-TRAN-ID.
           MOVE TRAN-NUM1             TO DUP-IN-NUM1.
           MOVE TRAN-ITEM-CODE        TO DUP-IN-ITEM-CODE.
           MOVE TRAN-DATE             TO DUP-IN-TRAN-DATE.
           MOVE TRAN-CUST-CODE        TO DUP-IN-CUST-CODE.
           MOVE MST-NUM1              TO DUP-MST-NUM1.
           MOVE MST-NUM2              TO DUP-MST-NUM2.
           MOVE MST-RESULT            TO DUP-MST-RESULT.
           MOVE MST-ITEM-CODE         TO DUP-MST-ITEM-CODE.
           MOVE MST-TRAN-DATE         TO DUP-MST-TRAN-DATE.
           MOVE MST-CUST-CODE         TO DUP-MST-CUST-CODE.
           MOVE MST-LAST-UPDATE-DATE  TO DUP-MST-LAST-UPDATE-DATE.
           MOVE MST-POSTING-STATUS    TO DUP-MST-POSTING-STATUS.
           MOVE MST-REVERSAL-FLAG     TO DUP-MST-REVERSAL-FLAG.

           WRITE DUP-RECORD.
           IF WS-DUPFILE-STATUS NOT = "00"
               DISPLAY "MULT0034E - WRITE FAILED ON DUPFILE, STATUS = "
                   WS-DUPFILE-STATUS
           END-IF.
       3400-CHECK-DUPLICATE-EXIT.
           EXIT.

      *================================================================*
      *  3500-LOOKUP-TAX-RATE                                          *
      *  Finds the sales-tax rate for the extension: the latest        *
      *  TAXRATE record for the customer's jurisdiction whose          *
      *  effective date is on or before the transaction date. An       *
      *  exempt item, or a customer with no jurisdiction, is not       *
      *  taxed and needs no rate. A taxable extension with no rate in  *
      *  effect rejects with reason 16, and one whose rate names no    *
      *  tax-payable account with reason 17 - tax charged to nowhere   *
      *  is a setup problem, not something to post and sort out by    *
      *  hand at month end.                                            *
      *================================================================*
       3500-LOOKUP-TAX-RATE.
           MOVE ZEROS  TO WS-TAX-RATE.
           MOVE ZEROS  TO WS-TAX-AMOUNT.
           MOVE SPACES TO WS-TAX-GL-ACCOUNT.

           IF NOT ITEM-IS-TAXABLE
                   OR WS-TAX-JURISDICTION = SPACES
               MOVE SPACES TO WS-TAX-JURISDICTION
               GO TO 3500-LOOKUP-TAX-RATE-EXIT
           END-IF.

           SET TAX-RATE-NOT-FOUND TO TRUE.
           SET NOT-END-OF-TAXRATE TO TRUE.

           IF TAX-RATES-ON-FILE
               MOVE WS-TAX-JURISDICTION TO TXR-JURISDICTION
               MOVE ZEROS               TO TXR-EFF-DATE
               START TAXRATE KEY NOT < TXR-KEY
                   INVALID KEY
                       SET END-OF-TAXRATE TO TRUE
               END-START
               PERFORM 3510-SCAN-ONE-TAX-RATE
                   THRU 3510-SCAN-ONE-TAX-RATE-EXIT
                   UNTIL END-OF-TAXRATE
           END-IF.

           IF TAX-RATE-NOT-FOUND
               SET INVALID-TRANSACTION TO TRUE
               MOVE "16" TO WS-REJECT-REASON-CODE
               MOVE "NO TAX RATE IN EFFECT ON TRAN DATE" TO
                   WS-REJECT-REASON-TEXT
               GO TO 3500-LOOKUP-TAX-RATE-EXIT
           END-IF.

           IF WS-TAX-GL-ACCOUNT = SPACES
               SET INVALID-TRANSACTION TO TRUE
               MOVE "17" TO WS-REJECT-REASON-CODE
               MOVE "NO TAX-PAYABLE ACCOUNT ON TAX RATE" TO
                   WS-REJECT-REASON-TEXT
           END-IF.
       3500-LOOKUP-TAX-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3510-SCAN-ONE-TAX-RATE                                        *
      *  Reads the next rate record; the scan is over once it leaves   *
      *  the jurisdiction or passes the transaction date. Each record  *
      *  still inside both bounds overwrites the held rate, so the     *
      *  latest one in effect on the transaction date wins.            *
      *================================================================*
       3510-SCAN-ONE-TAX-RATE.
           READ TAXRATE NEXT
               AT END
                   SET END-OF-TAXRATE TO TRUE
                   GO TO 3510-SCAN-ONE-TAX-RATE-EXIT
           END-READ.

           IF TXR-JURISDICTION NOT = WS-TAX-JURISDICTION
                   OR TXR-EFF-DATE > WS-PRICE-DATE
               SET END-OF-TAXRATE TO TRUE
               GO TO 3510-SCAN-ONE-TAX-RATE-EXIT
           END-IF.

           MOVE TXR-TAX-RATE        TO WS-TAX-RATE.
           MOVE TXR-GL-ACCOUNT-CODE TO WS-TAX-GL-ACCOUNT.
           SET TAX-RATE-FOUND TO TRUE.
       3510-SCAN-ONE-TAX-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3600-LOOKUP-EXCHANGE-RATE                                     *
      *  Finds the exchange rate for a customer billed in a foreign    *
      *  currency: the latest FXRATE record for the currency whose     *
      *  effective date is on or before the transaction date. A        *
      *  base-currency customer needs no rate. A foreign-currency      *
      *  extension with no rate in effect rejects with reason 18 -     *
      *  converting at a guess is the hand work this replaces.         *
      *================================================================*
       3600-LOOKUP-EXCHANGE-RATE.
           MOVE ZEROS TO WS-FX-RATE.
           MOVE ZEROS TO WS-FX-PRICE.
           MOVE ZEROS TO WS-FX-RESULT.
           MOVE ZEROS TO WS-FX-TAX-AMOUNT.
           MOVE ZEROS TO WS-FX-BILLED-AMOUNT.

           IF BASE-CURRENCY-CUSTOMER
               GO TO 3600-LOOKUP-EXCHANGE-RATE-EXIT
           END-IF.

           SET FX-RATE-NOT-FOUND TO TRUE.
           SET NOT-END-OF-FXRATE TO TRUE.

           IF FX-RATES-ON-FILE
               MOVE WS-CURRENCY-CODE TO FXR-CURRENCY-CODE
               MOVE ZEROS            TO FXR-EFF-DATE
               START FXRATE KEY NOT < FXR-KEY
                   INVALID KEY
                       SET END-OF-FXRATE TO TRUE
               END-START
               PERFORM 3610-SCAN-ONE-EXCHANGE-RATE
                   THRU 3610-SCAN-ONE-EXCHANGE-RATE-EXIT
                   UNTIL END-OF-FXRATE
           END-IF.

           IF FX-RATE-NOT-FOUND OR WS-FX-RATE = ZERO
               SET INVALID-TRANSACTION TO TRUE
               MOVE "18" TO WS-REJECT-REASON-CODE
               MOVE "NO EXCHANGE RATE IN EFFECT ON TRAN DATE" TO
                   WS-REJECT-REASON-TEXT
           END-IF.
       3600-LOOKUP-EXCHANGE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3610-SCAN-ONE-EXCHANGE-RATE                                   *
      *  Reads the next rate record; the scan is over once it leaves   *
      *  the currency or passes the transaction date. Each record      *
      *  still inside both bounds overwrites the held rate, so the     *
      *  latest one in effect on the transaction date wins.            *
      *================================================================*
       3610-SCAN-ONE-EXCHANGE-RATE.
           READ FXRATE NEXT
               AT END
                   SET END-OF-FXRATE TO TRUE
                   GO TO 3610-SCAN-ONE-EXCHANGE-RATE-EXIT
           END-READ.

           IF FXR-CURRENCY-CODE NOT = WS-CURRENCY-CODE
                   OR FXR-EFF-DATE > WS-PRICE-DATE
               SET END-OF-FXRATE TO TRUE
               GO TO 3610-SCAN-ONE-EXCHANGE-RATE-EXIT
           END-IF.

           MOVE FXR-RATE TO WS-FX-RATE.
           SET FX-RATE-FOUND TO TRUE.
       3610-SCAN-ONE-EXCHANGE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  4000-CALCULATE-RESULT                                         *
      *  Extends the unit price by the quantity for the current        *
      *  transaction, rounding to the nearest cent. A SIZE ERROR is     *
      *  trapped explicitly rather than left to fail silently. A       *
      *  foreign-currency customer is extended in its own currency     *
      *  instead, by 4010. A contract or tier price is held at the     *
      *  width a foreign currency needs; a base-currency customer's    *
      *  contract price past what the unit price field holds is a      *
      *  size error, not a truncated price.                            *
      *================================================================*
       4000-CALCULATE-RESULT.
           SET NO-SIZE-ERROR-OCCURRED TO TRUE.

           IF NOT BASE-CURRENCY-CUSTOMER
               PERFORM 4010-CALCULATE-IN-CURRENCY
                   THRU 4010-CALCULATE-IN-CURRENCY-EXIT
               GO TO 4000-CALCULATE-RESULT-EXIT
           END-IF.

           IF NOT PRICE-FROM-LIST
               IF WS-CONTRACT-PRICE > 999.99
                   SET SIZE-ERROR-OCCURRED TO TRUE
                   GO TO 4000-CALCULATE-RESULT-EXIT
               END-IF
               MOVE WS-CONTRACT-PRICE TO WS-NUM2
           END-IF.

           MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RESULT ROUNDED
               ON SIZE ERROR
                   SET SIZE-ERROR-OCCURRED TO TRUE
       4000-CALCULATE-RESULT-EXIT.
           EXIT.

      *================================================================*
      *  4010-CALCULATE-IN-CURRENCY                                    *
      *  Prices and extends a foreign-currency customer's transaction  *
      *  in its currency and converts the extension to base at the    *
      *  rate 3600 found. A list price is in base, so the currency     *
      *  price is the list price over the rate; a contract price is    *
      *  negotiated in the customer's currency, so its base           *
      *  equivalent is the contract price times the rate. WS-NUM2      *
      *  ends up the base unit price either way. Every step rounds to  *
      *  the cent and traps a SIZE ERROR the way 4000 does.            *
      *================================================================*
       4010-CALCULATE-IN-CURRENCY.
           IF PRICE-FROM-LIST
               DIVIDE WS-NUM2 BY WS-FX-RATE
                   GIVING WS-FX-PRICE ROUNDED
                   ON SIZE ERROR
                       SET SIZE-ERROR-OCCURRED TO TRUE
                       GO TO 4010-CALCULATE-IN-CURRENCY-EXIT
               END-DIVIDE
           ELSE
               MOVE WS-CONTRACT-PRICE TO WS-FX-PRICE
               MULTIPLY WS-FX-PRICE BY WS-FX-RATE
                   GIVING WS-NUM2 ROUNDED
                   ON SIZE ERROR
                       SET SIZE-ERROR-OCCURRED TO TRUE
                       GO TO 4010-CALCULATE-IN-CURRENCY-EXIT
               END-MULTIPLY
           END-IF.

           MULTIPLY WS-NUM1 BY WS-FX-PRICE GIVING WS-FX-RESULT ROUNDED
               ON SIZE ERROR
                   SET SIZE-ERROR-OCCURRED TO TRUE
                   GO TO 4010-CALCULATE-IN-CURRENCY-EXIT
           END-MULTIPLY.

           MULTIPLY WS-FX-RESULT BY WS-FX-RATE GIVING WS-RESULT ROUNDED
               ON SIZE ERROR
                   SET SIZE-ERROR-OCCURRED TO TRUE
           END-MULTIPLY.
       4010-CALCULATE-IN-CURRENCY-EXIT.
           EXIT.

      *================================================================*
      *  4050-CALCULATE-TAX                                            *
      *  Applies the rate 3500-LOOKUP-TAX-RATE found to the extension, *
      *  rounding to the nearest cent, and works out the amount the    *
      *  customer is billed - extension plus tax. An untaxed           *
      *  extension carries a zero rate and so a zero tax. A            *
      *  foreign-currency customer is also taxed, at the same rate,    *
      *  on its extension in its own currency - the tax and the        *
      *  amount it is billed in that currency.                         *
      *================================================================*
       4050-CALCULATE-TAX.
           MULTIPLY WS-RESULT BY WS-TAX-RATE
               GIVING WS-TAX-AMOUNT ROUNDED.

           ADD WS-RESULT WS-TAX-AMOUNT GIVING WS-BILLED-AMOUNT.

           IF NOT BASE-CURRENCY-CUSTOMER
               MULTIPLY WS-FX-RESULT BY WS-TAX-RATE
                   GIVING WS-FX-TAX-AMOUNT ROUNDED
               ADD WS-FX-RESULT WS-FX-TAX-AMOUNT
                   GIVING WS-FX-BILLED-AMOUNT
           END-IF.
       4050-CALCULATE-TAX-EXIT.
           EXIT.

      *================================================================*
      *  4100-ACCUMULATE-TOTALS                                        *
      *  Rolls the current extension into the control totals that     *
           ADD 1 TO WS-CALC-COUNT.
           ADD WS-RESULT TO WS-RESULT-SUM.

           IF PRICE-FROM-CONTRACT
               ADD 1 TO WS-CONTRACT-COUNT
           END-IF.
           IF PRICE-FROM-TIER
               ADD 1 TO WS-TIER-COUNT
           END-IF.

           IF WS-TAX-AMOUNT > ZERO
               ADD 1 TO WS-TAXED-COUNT
               ADD WS-TAX-AMOUNT TO WS-TAX-SUM
           END-IF.

           IF NOT BASE-CURRENCY-CUSTOMER
               ADD 1 TO WS-FX-COUNT
               ADD WS-RESULT TO WS-FX-BASE-SUM
           END-IF.

           IF FIRST-CALCULATION
               MOVE WS-RESULT TO WS-HIGH-RESULT
               MOVE WS-RESULT TO WS-LOW-RESULT
           MOVE TRAN-ITEM-CODE TO RES-ITEM-CODE.
           MOVE TRAN-CUST-CODE TO RES-CUST-CODE.
           MOVE WS-PRICE-DATE  TO RES-TRAN-DATE.
           MOVE WS-PRICE-SOURCE TO RES-PRICE-SOURCE.
           MOVE WS-TAX-AMOUNT   TO RES-TAX-AMOUNT.
           MOVE WS-CURRENCY-CODE TO RES-CURRENCY-CODE.
           MOVE WS-FX-PRICE      TO RES-FX-PRICE.
           MOVE WS-FX-RESULT     TO RES-FX-RESULT.
           MOVE WS-FX-TAX-AMOUNT TO RES-FX-TAX-AMOUNT.

           WRITE RES-RECORD.
           IF WS-RESFILE-STATUS NOT = "00"

           IF SIZE-ERROR-OCCURRED
               MOVE ZEROS TO AUD-RESULT
               MOVE ZEROS TO AUD-FX-RESULT
               SET AUD-STATUS-SIZE-ERROR TO TRUE
           ELSE
               MOVE WS-RESULT TO AUD-RESULT
               MOVE WS-FX-RESULT TO AUD-FX-RESULT
               SET AUD-STATUS-OK TO TRUE
           END-IF.

           MOVE WS-RUN-NUMBER TO AUD-RUN-NO.
           MOVE WS-PRICE-SOURCE TO AUD-PRICE-SOURCE.
           MOVE WS-CURRENCY-CODE TO AUD-CURRENCY-CODE.
           MOVE WS-FX-RATE      TO AUD-FX-RATE.

           WRITE AUD-RECORD.
           IF WS-AUDFILE-STATUS NOT = "00"
           MOVE WS-RESULT           TO GL-AMOUNT.
           MOVE "D"                 TO GL-DR-CR-INDICATOR.
           MOVE WS-RUN-NUMBER       TO GL-RUN-NO.
           SET GL-ENTRY-EXTENSION   TO TRUE.
           MOVE ZEROS               TO GL-TAX-BASE.

           WRITE GL-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
       4400-WRITE-GL-EXTRACT-EXIT.
           EXIT.

      *================================================================*
      *  4450-WRITE-TAX-GL-EXTRACT                                     *
      *  Writes the second GL record for a taxed extension - a type T  *
      *  credit of the tax to the jurisdiction's tax-payable account,  *
      *  carrying the jurisdiction and the taxable amount so the tax   *
      *  liability report can be built straight off GLHIST. An         *
      *  untaxed extension writes nothing here.                        *
      *================================================================*
       4450-WRITE-TAX-GL-EXTRACT.
           IF WS-TAX-AMOUNT = ZERO
               GO TO 4450-WRITE-TAX-GL-EXTRACT-EXIT
           END-IF.

           MOVE SPACES              TO GL-RECORD.
           MOVE WS-TAX-GL-ACCOUNT   TO GL-ACCOUNT-CODE.
           MOVE TRAN-ID             TO GL-TRAN-ID.
           MOVE CTL-GL-POSTING-DATE TO GL-POSTING-DATE.
           MOVE WS-TAX-AMOUNT       TO GL-AMOUNT.
           MOVE "C"                 TO GL-DR-CR-INDICATOR.
           MOVE WS-RUN-NUMBER       TO GL-RUN-NO.
           SET GL-ENTRY-TAX         TO TRUE.
           MOVE WS-TAX-JURISDICTION TO GL-TAX-JURISDICTION.
           MOVE WS-RESULT           TO GL-TAX-BASE.

           WRITE GL-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
               DISPLAY "MULT0012E - WRITE FAILED ON GLFILE, STATUS = "
                   WS-GLFILE-STATUS
           END-IF.
       4450-WRITE-TAX-GL-EXTRACT-EXIT.
           EXIT.

      *================================================================*
      *  4500-UPDATE-MASTER-FILE                                       *
      *  Writes the indexed master record for the current extension.  *
      *  3400-CHECK-DUPLICATE has already turned away any ID on file,  *
      *  so this is always a new record - it never falls back to a    *
      *  REWRITE over an extension posted earlier.                     *
      *================================================================*
       4500-UPDATE-MASTER-FILE.
           MOVE SPACES             TO MST-RECORD.
           MOVE WS-NUM1             TO MST-NUM1.
           MOVE WS-NUM2             TO MST-NUM2.
           MOVE WS-RESULT           TO MST-RESULT.
           MOVE WS-RUN-NUMBER       TO MST-RUN-NO.
           MOVE WS-RUN-DATE         TO MST-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME         TO MST-LAST-UPDATE-TIME.
           MOVE CTL-OPERATOR-ID     TO MST-UPDATED-BY.
           MOVE TRAN-ITEM-CODE      TO MST-ITEM-CODE.
           MOVE WS-PRICE-DATE       TO MST-TRAN-DATE.
           MOVE TRAN-CUST-CODE      TO MST-CUST-CODE.
           MOVE WS-PRICE-SOURCE     TO MST-PRICE-SOURCE.
           MOVE WS-TAX-AMOUNT       TO MST-TAX-AMOUNT.
           MOVE WS-TAX-JURISDICTION TO MST-TAX-JURISDICTION.
           MOVE WS-TAX-GL-ACCOUNT   TO MST-TAX-GL-ACCOUNT.
           MOVE WS-COST-AMOUNT      TO MST-COST-AMOUNT.
           MOVE WS-CURRENCY-CODE    TO MST-CURRENCY-CODE.
           MOVE WS-FX-RATE          TO MST-FX-RATE.
           MOVE WS-FX-PRICE         TO MST-FX-PRICE.
           MOVE WS-FX-RESULT        TO MST-FX-RESULT.
           MOVE WS-FX-TAX-AMOUNT    TO MST-FX-TAX-AMOUNT.
           SET MST-POST-EXTRACTED   TO TRUE.

           WRITE MST-RECORD.
           IF WS-MSTFILE-STATUS NOT = "00"
               DISPLAY "MULT0014E - MSTFILE UPDATE FAILED, STATUS = "
                   WS-MSTFILE-STATUS
           END-IF.
      *  building. An item with no inventory record still posts - the  *
      *  billing side is right even when the stock side is not set     *
      *  up - but it goes on the report as an exception instead of     *
      *  vanishing into the spreadsheet purchasing used to keep. The   *
      *  stock relieved is then costed and its COGS posted; the cost   *
      *  stays zero when nothing could be costed.                      *
      *================================================================*
       4700-RELIEVE-INVENTORY.
           MOVE ZEROS          TO WS-COST-AMOUNT.
           MOVE TRAN-ITEM-CODE TO INV-ITEM-CODE.

           READ INVFILE
               DISPLAY "MULT0022E - INVFILE REWRITE FAILED, STATUS = "
                   WS-INVFILE-STATUS
           END-IF.

           PERFORM 4720-POST-COST-OF-SALE
               THRU 4720-POST-COST-OF-SALE-EXIT.
       4700-RELIEVE-INVENTORY-EXIT.
           EXIT.

      *================================================================*
      *  4720-POST-COST-OF-SALE                                        *
      *  Costs the quantity just relieved at the item's unit cost,     *
      *  rounded to the cent, and writes the type C pair - a debit to  *
      *  the item's COGS account and a credit to its inventory         *
      *  account for the same amount. An item with no unit cost,       *
      *  missing either account, or costing out too large for the      *
      *  cost field posts no cost and goes on the report as an         *
      *  inventory exception.                                          *
      *================================================================*
       4720-POST-COST-OF-SALE.
           IF INV-UNIT-COST NOT NUMERIC OR INV-UNIT-COST = ZERO
               MOVE "NO UNIT COST - COGS NOT POSTED" TO
                   WS-INV-EXCEPTION-TEXT
               PERFORM 4750-WRITE-INV-EXCEPTION
                   THRU 4750-WRITE-INV-EXCEPTION-EXIT
               GO TO 4720-POST-COST-OF-SALE-EXIT
           END-IF.

           IF INV-COGS-ACCOUNT = SPACES
                   OR INV-INVENTORY-ACCOUNT = SPACES
               MOVE "NO COST ACCOUNTS - COGS NOT POSTED" TO
                   WS-INV-EXCEPTION-TEXT
               PERFORM 4750-WRITE-INV-EXCEPTION
                   THRU 4750-WRITE-INV-EXCEPTION-EXIT
               GO TO 4720-POST-COST-OF-SALE-EXIT
           END-IF.

           MULTIPLY WS-NUM1 BY INV-UNIT-COST
               GIVING WS-COST-AMOUNT ROUNDED
               ON SIZE ERROR
                   MOVE "COST TOO LARGE - COGS NOT POSTED" TO
                       WS-INV-EXCEPTION-TEXT
                   PERFORM 4750-WRITE-INV-EXCEPTION
                       THRU 4750-WRITE-INV-EXCEPTION-EXIT
                   MOVE ZEROS TO WS-COST-AMOUNT
                   GO TO 4720-POST-COST-OF-SALE-EXIT
           END-MULTIPLY.
           IF WS-COST-AMOUNT = ZERO
               GO TO 4720-POST-COST-OF-SALE-EXIT
           END-IF.

           MOVE INV-COGS-ACCOUNT TO WS-COST-GL-ACCOUNT.
           MOVE "D"              TO WS-COST-DR-CR.
           PERFORM 4730-WRITE-COST-GL-RECORD
               THRU 4730-WRITE-COST-GL-RECORD-EXIT.

           MOVE INV-INVENTORY-ACCOUNT TO WS-COST-GL-ACCOUNT.
           MOVE "C"                   TO WS-COST-DR-CR.
           PERFORM 4730-WRITE-COST-GL-RECORD
               THRU 4730-WRITE-COST-GL-RECORD-EXIT.

           ADD 1 TO WS-COSTED-COUNT.
           ADD WS-COST-AMOUNT TO WS-COGS-SUM.
       4720-POST-COST-OF-SALE-EXIT.
           EXIT.

      *================================================================*
      *  4730-WRITE-COST-GL-RECORD                                     *
      *  Writes one half of a type C cost pair for the amount in       *
      *  WS-COST-AMOUNT, to the account and on the side the caller     *
      *  left in WS-COST-GL-ACCOUNT and WS-COST-DR-CR.                 *
      *================================================================*
       4730-WRITE-COST-GL-RECORD.
           MOVE SPACES              TO GL-RECORD.
           MOVE WS-COST-GL-ACCOUNT  TO GL-ACCOUNT-CODE.
           MOVE TRAN-ID             TO GL-TRAN-ID.
           MOVE CTL-GL-POSTING-DATE TO GL-POSTING-DATE.
           MOVE WS-COST-AMOUNT      TO GL-AMOUNT.
           MOVE WS-COST-DR-CR       TO GL-DR-CR-INDICATOR.
           MOVE WS-RUN-NUMBER       TO GL-RUN-NO.
           SET GL-ENTRY-COST        TO TRUE.
           MOVE ZEROS               TO GL-TAX-BASE.

           WRITE GL-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
               DISPLAY "MULT0012E - WRITE FAILED ON GLFILE, STATUS = "
                   WS-GLFILE-STATUS
           END-IF.
       4730-WRITE-COST-GL-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  4750-WRITE-INV-EXCEPTION                                      *
      *  Writes one inventory exception line straight onto the report  *
       4750-WRITE-INV-EXCEPTION-EXIT.
           EXIT.

      *================================================================*
      *  4800-OPEN-AR-ITEM                                             *
      *  Opens the receivable for the extension just posted - one      *
      *  ARFILE item per customer and transaction, open for the full   *
      *  amount billed - extension plus any sales tax - until cash or  *
      *  a reversal takes it down. The duplicate check has already     *
      *  kept a repeated TRAN-ID out, so                               *
      *  an item already on file is a ledger problem and goes on the   *
      *  report as an AR exception rather than being overwritten.      *
      *  The ledger is kept in base currency; a foreign-currency item  *
      *  also carries its currency, its booking rate, and the amount   *
      *  billed in the currency.                                       *
      *================================================================*
       4800-OPEN-AR-ITEM.
           MOVE SPACES              TO ARO-RECORD.
           MOVE TRAN-CUST-CODE      TO ARO-CUST-CODE.
           MOVE TRAN-ID             TO ARO-TRAN-ID.
           MOVE TRAN-ITEM-CODE      TO ARO-ITEM-CODE.
           MOVE WS-PRICE-DATE       TO ARO-TRAN-DATE.
           MOVE WS-BILLED-AMOUNT    TO ARO-ORIGINAL-AMT.
           MOVE ZEROS               TO ARO-REVERSED-AMT.
           MOVE ZEROS               TO ARO-PAID-AMT.
           MOVE WS-BILLED-AMOUNT    TO ARO-OPEN-AMT.
           SET ARO-ITEM-OPEN        TO TRUE.
           MOVE ZEROS               TO ARO-LAST-PAYMENT-DATE.
           MOVE WS-RUN-NUMBER       TO ARO-RUN-NO.
           MOVE WS-RUN-DATE         TO ARO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME         TO ARO-LAST-UPDATE-TIME.
           MOVE CTL-OPERATOR-ID     TO ARO-UPDATED-BY.
           MOVE WS-CURRENCY-CODE    TO ARO-CURRENCY-CODE.
           MOVE WS-FX-RATE          TO ARO-FX-RATE.
           MOVE WS-FX-BILLED-AMOUNT TO ARO-FX-ORIGINAL-AMT.

           WRITE ARO-RECORD
               INVALID KEY
                   MOVE "AR ITEM ALREADY ON FILE - NOT OPENED" TO
                       WS-AR-EXCEPTION-TEXT
                   PERFORM 4850-WRITE-AR-EXCEPTION
                       THRU 4850-WRITE-AR-EXCEPTION-EXIT
                   GO TO 4800-OPEN-AR-ITEM-EXIT
           END-WRITE.

           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULT0036E - ARFILE UPDATE FAILED, STATUS = "
                   WS-ARFILE-STATUS
               GO TO 4800-OPEN-AR-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-AR-OPENED-COUNT.
       4800-OPEN-AR-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  4850-WRITE-AR-EXCEPTION                                       *
      *  Writes one AR exception line straight onto the report as it   *
      *  happens, the same way 4750 does for inventory, and counts it  *
      *  for the summary. The line shows the ledger key the failed     *
      *  lookup actually used.                                         *
      *================================================================*
       4850-WRITE-AR-EXCEPTION.
           ADD 1 TO WS-AR-EXCEPTION-COUNT.

           MOVE SPACES TO REPT-LINE.
           STRING "*** AR - CUSTOMER " ARO-CUST-CODE
                   " TRAN " ARO-TRAN-ID
                   " - " WS-AR-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       4850-WRITE-AR-EXCEPTION-EXIT.
           EXIT.

      *================================================================*
      *  5000-PROCESS-REVERSAL                                         *
      *  Backs out an extension already posted to the master as a      *
               GO TO 5000-PROCESS-REVERSAL-EXIT
           END-IF.

           IF MST-TAX-AMOUNT NUMERIC
               MOVE MST-TAX-AMOUNT TO WS-TAX-AMOUNT
           ELSE
               MOVE ZEROS          TO WS-TAX-AMOUNT
           END-IF.

           IF MST-COST-AMOUNT NUMERIC
               MOVE MST-COST-AMOUNT TO WS-COST-AMOUNT
           ELSE
               MOVE ZEROS           TO WS-COST-AMOUNT
           END-IF.

           MOVE SPACES TO WS-CURRENCY-CODE.
           MOVE ZEROS  TO WS-FX-PRICE.
           MOVE ZEROS  TO WS-FX-RESULT.
           MOVE ZEROS  TO WS-FX-TAX-AMOUNT.
           IF MST-CURRENCY-CODE NOT = SPACES
                   AND MST-FX-PRICE NUMERIC
                   AND MST-FX-RESULT NUMERIC
                   AND MST-FX-TAX-AMOUNT NUMERIC
               MOVE MST-CURRENCY-CODE TO WS-CURRENCY-CODE
               MOVE MST-FX-PRICE      TO WS-FX-PRICE
               MOVE MST-FX-RESULT     TO WS-FX-RESULT
               MOVE MST-FX-TAX-AMOUNT TO WS-FX-TAX-AMOUNT
           END-IF.

           PERFORM 5100-WRITE-GL-CREDIT
               THRU 5100-WRITE-GL-CREDIT-EXIT.

           PERFORM 5150-WRITE-TAX-GL-DEBIT
               THRU 5150-WRITE-TAX-GL-DEBIT-EXIT.

           PERFORM 5200-WRITE-REVERSAL-RESULT
               THRU 5200-WRITE-REVERSAL-RESULT-EXIT.

           PERFORM 5400-RESTORE-INVENTORY
               THRU 5400-RESTORE-INVENTORY-EXIT.

           PERFORM 5500-REDUCE-AR-ITEM
               THRU 5500-REDUCE-AR-ITEM-EXIT.

           ADD 1 TO WS-REVERSAL-COUNT.
           ADD MST-RESULT TO WS-REVERSAL-SUM.
           ADD WS-TAX-AMOUNT TO WS-REVERSAL-TAX-SUM.
       5000-PROCESS-REVERSAL-EXIT.
           EXIT.

           MOVE MST-RESULT          TO GL-AMOUNT.
           MOVE "C"                 TO GL-DR-CR-INDICATOR.
           MOVE WS-RUN-NUMBER       TO GL-RUN-NO.
           SET GL-ENTRY-EXTENSION   TO TRUE.
           MOVE ZEROS               TO GL-TAX-BASE.

           WRITE GL-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
       5100-WRITE-GL-CREDIT-EXIT.
           EXIT.

      *================================================================*
      *  5150-WRITE-TAX-GL-DEBIT                                       *
      *  Backs the sales tax out of the tax-payable account the        *
      *  master says was credited - a type T debit for the tax the     *
      *  extension was charged, carrying the original jurisdiction     *
      *  and taxable amount so the liability report nets it off the    *
      *  jurisdiction it was collected for. An extension that          *
      *  carried no tax writes nothing here.                           *
      *================================================================*
       5150-WRITE-TAX-GL-DEBIT.
           IF WS-TAX-AMOUNT = ZERO
               GO TO 5150-WRITE-TAX-GL-DEBIT-EXIT
           END-IF.

           MOVE SPACES               TO GL-RECORD.
           MOVE MST-TAX-GL-ACCOUNT   TO GL-ACCOUNT-CODE.
           MOVE TRAN-ID              TO GL-TRAN-ID.
           MOVE CTL-GL-POSTING-DATE  TO GL-POSTING-DATE.
           MOVE WS-TAX-AMOUNT        TO GL-AMOUNT.
           MOVE "D"                  TO GL-DR-CR-INDICATOR.
           MOVE WS-RUN-NUMBER        TO GL-RUN-NO.
           SET GL-ENTRY-TAX          TO TRUE.
           MOVE MST-TAX-JURISDICTION TO GL-TAX-JURISDICTION.
           MOVE MST-RESULT           TO GL-TAX-BASE.

           WRITE GL-RECORD.
           IF WS-GLFILE-STATUS NOT = "00"
               DISPLAY "MULT0012E - WRITE FAILED ON GLFILE, STATUS = "
                   WS-GLFILE-STATUS
           END-IF.
       5150-WRITE-TAX-GL-DEBIT-EXIT.
           EXIT.

      *================================================================*
      *  5200-WRITE-REVERSAL-RESULT                                    *
      *  Writes the type R result record carrying the values being     *
      *  that carried the original debit, not on whatever customer a  *
      *  hand-keyed reversal happened to name - with the transaction  *
      *  falling back in for a master from before the customer was    *
      *  carried. The item comes off the master the same way. A       *
      *  foreign-currency extension's amounts in the currency come     *
      *  off the master too, so the credit bills in the currency the   *
      *  debit did.                                                    *
      *================================================================*
       5200-WRITE-REVERSAL-RESULT.
           MOVE SPACES     TO RES-RECORD.
           ELSE
               MOVE WS-RUN-DATE TO RES-TRAN-DATE
           END-IF.
           MOVE MST-PRICE-SOURCE TO RES-PRICE-SOURCE.
           MOVE WS-TAX-AMOUNT    TO RES-TAX-AMOUNT.
           MOVE WS-CURRENCY-CODE TO RES-CURRENCY-CODE.
           MOVE WS-FX-PRICE      TO RES-FX-PRICE.
           MOVE WS-FX-RESULT     TO RES-FX-RESULT.
           MOVE WS-FX-TAX-AMOUNT TO RES-FX-TAX-AMOUNT.

           WRITE RES-RECORD.
           IF WS-RESFILE-STATUS NOT = "00"
      *  the reversal transaction for a master from before the item    *
      *  was carried; a reversal with no item either way, or against   *
      *  an item with no inventory record, still reverses the money    *
      *  but goes on the report as an inventory exception. Stock the   *
      *  master says was costed comes back at that cost - averaged     *
      *  into the item's unit cost - and its COGS is reversed.         *
      *================================================================*
       5400-RESTORE-INVENTORY.
           IF MST-ITEM-CODE NOT = SPACES
                   GO TO 5400-RESTORE-INVENTORY-EXIT
           END-READ.

           IF WS-COST-AMOUNT NOT = ZERO
               PERFORM 5420-AVERAGE-IN-RETURN
                   THRU 5420-AVERAGE-IN-RETURN-EXIT
           END-IF.

           ADD MST-NUM1 TO INV-ON-HAND-QTY.
           MOVE WS-RUN-DATE     TO INV-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME     TO INV-LAST-UPDATE-TIME.
               DISPLAY "MULT0022E - INVFILE REWRITE FAILED, STATUS = "
                   WS-INVFILE-STATUS
           END-IF.

           IF WS-COST-AMOUNT NOT = ZERO
               PERFORM 5450-REVERSE-COST-OF-SALE
                   THRU 5450-REVERSE-COST-OF-SALE-EXIT
           END-IF.
       5400-RESTORE-INVENTORY-EXIT.
           EXIT.

      *================================================================*
      *  5420-AVERAGE-IN-RETURN                                        *
      *  Averages the returned stock into the item's unit cost at the  *
      *  cost it went out at: the value on hand plus the cost coming   *
      *  back, over the quantity on hand plus the quantity coming      *
      *  back. With nothing on hand to average against, the returned   *
      *  stock's own cost per unit becomes the unit cost.              *
      *================================================================*
       5420-AVERAGE-IN-RETURN.
           IF MST-NUM1 = ZERO
               GO TO 5420-AVERAGE-IN-RETURN-EXIT
           END-IF.

           IF INV-UNIT-COST NOT NUMERIC
                   OR INV-ON-HAND-QTY NOT > ZERO
               DIVIDE WS-COST-AMOUNT BY MST-NUM1
                   GIVING INV-UNIT-COST ROUNDED
               GO TO 5420-AVERAGE-IN-RETURN-EXIT
           END-IF.

           MULTIPLY INV-ON-HAND-QTY BY INV-UNIT-COST
               GIVING WS-STOCK-VALUE.
           ADD WS-COST-AMOUNT TO WS-STOCK-VALUE.
           ADD INV-ON-HAND-QTY MST-NUM1 GIVING WS-STOCK-QTY.
           DIVIDE WS-STOCK-VALUE BY WS-STOCK-QTY
               GIVING INV-UNIT-COST ROUNDED.
       5420-AVERAGE-IN-RETURN-EXIT.
           EXIT.

      *================================================================*
      *  5450-REVERSE-COST-OF-SALE                                     *
      *  Writes the opposite of the type C pair 4720 wrote when the    *
      *  extension posted - a debit to the inventory account and a     *
      *  credit to the COGS account for the cost on the master. The    *
      *  accounts are the item's current ones; an item with either     *
      *  account cleared since goes on the report as an inventory      *
      *  exception with the cost left in COGS.                         *
      *================================================================*
       5450-REVERSE-COST-OF-SALE.
           IF INV-COGS-ACCOUNT = SPACES
                   OR INV-INVENTORY-ACCOUNT = SPACES
               MOVE "NO COST ACCOUNTS - COGS NOT REVERSED" TO
                   WS-INV-EXCEPTION-TEXT
               PERFORM 4750-WRITE-INV-EXCEPTION
                   THRU 4750-WRITE-INV-EXCEPTION-EXIT
               GO TO 5450-REVERSE-COST-OF-SALE-EXIT
           END-IF.

           MOVE INV-INVENTORY-ACCOUNT TO WS-COST-GL-ACCOUNT.
           MOVE "D"                   TO WS-COST-DR-CR.
           PERFORM 4730-WRITE-COST-GL-RECORD
               THRU 4730-WRITE-COST-GL-RECORD-EXIT.

           MOVE INV-COGS-ACCOUNT TO WS-COST-GL-ACCOUNT.
           MOVE "C"              TO WS-COST-DR-CR.
           PERFORM 4730-WRITE-COST-GL-RECORD
               THRU 4730-WRITE-COST-GL-RECORD-EXIT.

           ADD WS-COST-AMOUNT TO WS-REVERSAL-COGS-SUM.
       5450-REVERSE-COST-OF-SALE-EXIT.
           EXIT.

      *================================================================*
      *  5500-REDUCE-AR-ITEM                                           *
      *  Takes the reversed amount - extension plus the sales tax      *
      *  billed with it - off the extension's open item on             *
      *  the AR ledger. The item is keyed by the customer the master   *
      *  billed - the transaction's customer only for a master from    *
      *  before the customer was carried. An unpaid item reversed in   *
      *  full comes to zero and closes; an item already partly or      *
      *  wholly paid goes negative and is open as a credit owed back   *
      *  to the customer - reopened if the payment had closed it, so   *
      *  MULTCSH and MULTAGE still see it. No item to reduce - an      *
      *  extension posted before the ledger existed - still reverses   *
      *  the money but goes on the report as an AR exception.          *
      *================================================================*
       5500-REDUCE-AR-ITEM.
           IF MST-CUST-CODE NOT = SPACES
               MOVE MST-CUST-CODE  TO ARO-CUST-CODE
           ELSE
               MOVE TRAN-CUST-CODE TO ARO-CUST-CODE
           END-IF.
           MOVE TRAN-ID TO ARO-TRAN-ID.

           READ ARFILE
               INVALID KEY
                   MOVE "NO AR ITEM ON FILE - NOT REDUCED" TO
                       WS-AR-EXCEPTION-TEXT
                   PERFORM 4850-WRITE-AR-EXCEPTION
                       THRU 4850-WRITE-AR-EXCEPTION-EXIT
                   GO TO 5500-REDUCE-AR-ITEM-EXIT
           END-READ.

           ADD MST-RESULT WS-TAX-AMOUNT GIVING WS-BILLED-AMOUNT.
           ADD WS-BILLED-AMOUNT      TO ARO-REVERSED-AMT.
           SUBTRACT WS-BILLED-AMOUNT FROM ARO-OPEN-AMT.
           IF ARO-OPEN-AMT = ZERO
               SET ARO-ITEM-CLOSED TO TRUE
               ADD 1 TO WS-AR-CLOSED-COUNT
           ELSE
               SET ARO-ITEM-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-DATE     TO ARO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME     TO ARO-LAST-UPDATE-TIME.
           MOVE CTL-OPERATOR-ID TO ARO-UPDATED-BY.

           REWRITE ARO-RECORD.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULT0036E - ARFILE UPDATE FAILED, STATUS = "
                   WS-ARFILE-STATUS
           END-IF.
       5500-REDUCE-AR-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-SUMMARY-REPORT                                     *
      *  Writes the end-of-run control-total summary to REPTFILE. On   *
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-CONTRACT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  PRICED AT CONTRACT PRICE. . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TIER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  PRICED AT CONTRACT QTY BREAK. . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TAXED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "EXTENSIONS TAXED. . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TAX-SUM TO WS-EDIT-TAX-SUM.
           MOVE SPACES TO REPT-LINE.
           STRING "SALES TAX CHARGED (GL CREDITS). . . : "
                   WS-EDIT-TAX-SUM
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-COSTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "EXTENSIONS COSTED . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-COGS-SUM TO WS-EDIT-TAX-SUM.
           MOVE SPACES TO REPT-LINE.
           STRING "COST OF GOODS SOLD (COGS DEBITS). . : "
                   WS-EDIT-TAX-SUM
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-FX-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "FOREIGN-CURRENCY EXTENSIONS . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-FX-BASE-SUM TO WS-EDIT-TAX-SUM.
           MOVE SPACES TO REPT-LINE.
           STRING "  CONVERTED TO BASE (GL DEBITS) . . : "
                   WS-EDIT-TAX-SUM
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REJECT-COUNT TO WS-EDIT-REJECT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "TRANSACTIONS REJECTED . . . . . . . : "
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-DUPLICATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OF WHICH DUPLICATE TRAN ID . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REVERSAL-COUNT TO WS-EDIT-REVERSAL-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "REVERSALS PROCESSED . . . . . . . . : "
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REVERSAL-TAX-SUM TO WS-EDIT-TAX-SUM.
           MOVE SPACES TO REPT-LINE.
           STRING "SALES TAX REVERSED (GL DEBITS). . . : "
                   WS-EDIT-TAX-SUM
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REVERSAL-COGS-SUM TO WS-EDIT-TAX-SUM.
           MOVE SPACES TO REPT-LINE.
           STRING "COST OF GOODS SOLD REVERSED . . . . : "
                   WS-EDIT-TAX-SUM
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-INV-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "INVENTORY EXCEPTIONS (SEE *** LINES): "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-AR-OPENED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AR OPEN ITEMS CREATED . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-AR-CLOSED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AR ITEMS CLOSED BY REVERSAL . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-AR-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AR EXCEPTIONS (SEE *** LINES) . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8000-WRITE-SUMMARY-REPORT-EXIT.
           EXIT.

      *================================================================*
      *  8310-CHECK-ONE-INVENTORY                                      *
      *  Reads the next inventory record and writes an exception       *
      *  line when the balance has reached the reorder point, noting   *
      *  the PO when the item is already on order.                     *
      *================================================================*
       8310-CHECK-ONE-INVENTORY.
           READ INVFILE NEXT
           MOVE INV-REORDER-POINT TO WS-EDIT-REORDER-POINT.

           MOVE SPACES TO REPT-LINE.
           IF INV-OPEN-PO-NUMBER NUMERIC
                   AND INV-OPEN-PO-NUMBER NOT = ZEROS
               STRING "ITEM " INV-ITEM-CODE
                       " ON HAND " WS-EDIT-ON-HAND
                       " REORDER POINT " WS-EDIT-REORDER-POINT
                       " ON PO " INV-OPEN-PO-NUMBER
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "ITEM " INV-ITEM-CODE
                       " ON HAND " WS-EDIT-ON-HAND
                       " REORDER POINT " WS-EDIT-REORDER-POINT
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       8310-CHECK-ONE-INVENTORY-EXIT.
           EXIT.

      *================================================================*
      *  8400-DUPLICATE-EXCEPTIONS                                     *
      *  Prints every extension 3400-CHECK-DUPLICATE turned away as    *
      *  its own section of the report, read back off the DUPFILE      *
      *  work file: the incoming values on one line, the values        *
      *  already on the master under them, and a verdict - identical   *
      *  quantity, item, customer, and date is the source sending the  *
      *  same extension again; anything else is two different         *
      *  extensions sharing a number at the source system. NONE goes   *
      *  out only when the file held no record - on a restart it still *
      *  holds the duplicates turned away before the checkpoint.       *
      *================================================================*
       8400-DUPLICATE-EXCEPTIONS.
           CLOSE DUPFILE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           MOVE "DUPLICATE TRANSACTION ID EXCEPTIONS" TO REPT-LINE.
           WRITE REPT-LINE.

           OPEN INPUT DUPFILE.
           IF WS-DUPFILE-STATUS NOT = "00"
               DISPLAY "MULT0033E - UNABLE TO OPEN DUPFILE, STATUS = "
                   WS-DUPFILE-STATUS
               GO TO 8400-DUPLICATE-EXCEPTIONS-EXIT
           END-IF.

           SET NOT-END-OF-DUPFILE TO TRUE.
           MOVE ZERO TO WS-DUPS-PRINTED.
           PERFORM 8410-PRINT-ONE-DUPLICATE
               THRU 8410-PRINT-ONE-DUPLICATE-EXIT
               UNTIL END-OF-DUPFILE.

           IF WS-DUPS-PRINTED = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - NO TRANSACTION ID WAS A DUPLICATE" TO
                   REPT-LINE
               WRITE REPT-LINE
           END-IF.

           CLOSE DUPFILE.
       8400-DUPLICATE-EXCEPTIONS-EXIT.
           EXIT.

      *================================================================*
      *  8410-PRINT-ONE-DUPLICATE                                      *
      *  Reads one duplicate work record and prints its three lines.   *
      *================================================================*
       8410-PRINT-ONE-DUPLICATE.
           READ DUPFILE
               AT END
                   SET END-OF-DUPFILE TO TRUE
                   GO TO 8410-PRINT-ONE-DUPLICATE-EXIT
           END-READ.
           ADD 1 TO WS-DUPS-PRINTED.

           MOVE SPACES TO REPT-LINE.
           IF DUP-REASON-CODE = "15"
               STRING "*** TRAN " DUP-TRAN-ID
                       " - REASON 15 - REPEATED WITHIN THIS FEED"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "*** TRAN " DUP-TRAN-ID
                       " - REASON 14 - ALREADY ON THE MASTER"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           MOVE DUP-IN-NUM1 TO WS-EDIT-DUP-IN-QTY.
           MOVE SPACES TO REPT-LINE.
           STRING "      INCOMING . : QTY " WS-EDIT-DUP-IN-QTY
                   " ITEM " DUP-IN-ITEM-CODE
                   " CUST " DUP-IN-CUST-CODE
                   " DATE " DUP-IN-TRAN-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE DUP-MST-NUM1   TO WS-EDIT-DUP-MST-QTY.
           MOVE DUP-MST-NUM2   TO WS-EDIT-DUP-PRICE.
           MOVE DUP-MST-RESULT TO WS-EDIT-DUP-AMOUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "      ON MASTER. : QTY  " WS-EDIT-DUP-MST-QTY
                   " ITEM " DUP-MST-ITEM-CODE
                   " CUST " DUP-MST-CUST-CODE
                   " DATE " DUP-MST-TRAN-DATE
                   " PRICE " WS-EDIT-DUP-PRICE
                   " AMOUNT " WS-EDIT-DUP-AMOUNT
                   " UPD " DUP-MST-LAST-UPDATE-DATE
                   " POST " DUP-MST-POSTING-STATUS
                   " REV " DUP-MST-REVERSAL-FLAG
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF DUP-IN-NUM1 = DUP-MST-NUM1
                   AND DUP-IN-ITEM-CODE = DUP-MST-ITEM-CODE
                   AND DUP-IN-CUST-CODE = DUP-MST-CUST-CODE
                   AND DUP-IN-TRAN-DATE = DUP-MST-TRAN-DATE
               MOVE "SAME VALUES - LOOKS LIKE A RE-SEND" TO
                   WS-DUP-VERDICT
           ELSE
               MOVE "VALUES DIFFER - LOOKS LIKE A NUMBERING COLLISION"
                   TO WS-DUP-VERDICT
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "      VERDICT. . : " WS-DUP-VERDICT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8410-PRINT-ONE-DUPLICATE-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the summary report, the reconciliation, the duplicate  *
      *  and reorder exception reports, and the run registry's         *
      *  completed record, and closes all files at end of run.         *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-SUMMARY-REPORT
           PERFORM 8100-RECONCILE-TOTALS
               THRU 8100-RECONCILE-TOTALS-EXIT.

           PERFORM 8400-DUPLICATE-EXCEPTIONS
               THRU 8400-DUPLICATE-EXCEPTIONS-EXIT.

           PERFORM 8300-REORDER-EXCEPTIONS
               THRU 8300-REORDER-EXCEPTIONS-EXIT.

           END-IF.
           CLOSE CUSFILE.
           CLOSE INVFILE.
           CLOSE ARFILE.
           IF CONTRACTS-ON-FILE
               CLOSE CPRFILE
           END-IF.
           IF TAX-RATES-ON-FILE
               CLOSE TAXRATE
           END-IF.
           IF FX-RATES-ON-FILE
               CLOSE FXRATE
           END-IF.
           CLOSE RUNREG.
       9000-TERMINATE-EXIT.
           EXIT.
