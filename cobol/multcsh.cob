      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTCSH.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - cash receipts posting.     *
      *                   Applies each payment on the RCPFILE          *
      *                   receipts feed to the customer's open items   *
      *                   on the ARFILE ledger MULT builds: the item   *
      *                   the receipt names first, then the rest of    *
      *                   the customer's open items oldest             *
      *                   transaction first. Cash that cannot be put   *
      *                   against an open item - an unknown customer,  *
      *                   or more than the customer has open - goes    *
      *                   to the UNAFILE unapplied-cash file instead   *
      *                   of being dropped. The feed is held to its    *
      *                   batch header and trailer the same way MULT   *
      *                   holds the transaction feed, and the run      *
      *                   report proves received = applied +           *
      *                   unapplied.                                   *
      *  2026-10-15  JW   A feed is posted once only: its header feed  *
      *                   ID is looked up in the new CSHREG cash-feed  *
      *                   registry and the run abends if it is there,  *
      *                   and the ID is recorded at normal end. Cash   *
      *                   not put on a named item now goes to the      *
      *                   customer's open items in transaction-date    *
      *                   order - the walk had been in TRAN-ID order.  *
      *                   An item's status is set from its balance     *
      *                   after every application, open unless zero.   *
      *  2026-10-15  JW   The feed header is read and checked against  *
      *                   CSHREG before UNAFILE and CSHRPT are opened, *
      *                   so a refused rerun does not empty the        *
      *                   earlier run's unapplied cash and report.     *
      *  2026-10-15  JW   The feed is read through and proved against  *
      *                   its header and trailer before any of it is   *
      *                   applied - there is no back-out for a cash    *
      *                   run, so a truncated or mismatched feed has   *
      *                   to stop before the ledger or UNAFILE is      *
      *                   touched, not after.                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPFILE  ASSIGN TO RCPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPFILE-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT CUSFILE  ASSIGN TO CUSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT UNAFILE  ASSIGN TO UNAFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAFILE-STATUS.

           SELECT CSHRPT   ASSIGN TO CSHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSHRPT-STATUS.

           SELECT CSHREG   ASSIGN TO CSHREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSHREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCPFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RCPREC.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  UNAFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY UNAREC.

       FD  CSHRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       FD  CSHREG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY CFRREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-RCPFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-UNAFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CSHRPT-STATUS                PIC X(02) VALUE "00".
       01  WS-CSHREG-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
               88  END-OF-RCPFILE                     VALUE "Y".
               88  NOT-END-OF-RCPFILE                 VALUE "N".
           05  WS-AR-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-CUSTOMER-ITEMS               VALUE "Y".
               88  NOT-END-OF-CUSTOMER-ITEMS           VALUE "N".
           05  WS-HEADER-SEEN-SWITCH        PIC X(01) VALUE "N".
               88  FEED-HEADER-SEEN                    VALUE "Y".
               88  FEED-HEADER-NOT-SEEN                VALUE "N".
           05  WS-TRAILER-SEEN-SWITCH       PIC X(01) VALUE "N".
               88  FEED-TRAILER-SEEN                   VALUE "Y".
               88  FEED-TRAILER-NOT-SEEN               VALUE "N".
           05  WS-CSHREG-EOF-SWITCH         PIC X(01) VALUE "N".
               88  END-OF-CSHREG                       VALUE "Y".
               88  NOT-END-OF-CSHREG                   VALUE "N".
           05  WS-FEED-POSTED-SWITCH        PIC X(01) VALUE "N".
               88  FEED-ALREADY-POSTED                 VALUE "Y".
           05  WS-OPEN-ITEMS-SWITCH         PIC X(01) VALUE "N".
               88  NO-OPEN-ITEM-LEFT                   VALUE "Y".
               88  OPEN-ITEMS-REMAIN                   VALUE "N".
           05  WS-OLDEST-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  OLDEST-ITEM-FOUND                   VALUE "Y".
               88  OLDEST-ITEM-NOT-FOUND               VALUE "N".
           05  WS-APPLY-FAILED-SWITCH       PIC X(01) VALUE "N".
               88  APPLY-FAILED                        VALUE "Y".
               88  APPLY-SUCCEEDED                     VALUE "N".

      *----------------------------------------------------------------*
      *  FEED AND RUN STAMP FIELDS                                     *
      *----------------------------------------------------------------*
       01  WS-FEED-FIELDS.
           05  WS-FEED-ID                   PIC X(16) VALUE SPACES.
           05  WS-FEED-CREATE-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

       77  WS-RECORD-COUNT                 PIC 9(06) COMP VALUE ZERO.
       77  WS-UPDATED-BY                   PIC X(08) VALUE "MULTCSH".

      *----------------------------------------------------------------*
      *  WORKING FIELDS FOR THE RECEIPT BEING APPLIED                  *
      *----------------------------------------------------------------*
       01  WS-APPLY-FIELDS.
           05  WS-REMAINING                 PIC 9(07)V99 VALUE ZEROS.
           05  WS-APPLY-AMOUNT              PIC 9(07)V99 VALUE ZEROS.
           05  WS-RECEIPT-APPLIED           PIC 9(07)V99 VALUE ZEROS.
           05  WS-UNAPPLIED-REASON-CODE     PIC X(02) VALUE SPACES.
           05  WS-UNAPPLIED-REASON-TEXT     PIC X(25) VALUE SPACES.
           05  WS-OLDEST-TRAN-ID            PIC 9(06) VALUE ZEROS.
           05  WS-OLDEST-DATE               PIC 9(08) VALUE ZEROS.
           05  WS-ITEM-DATE                 PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS - every receipt read is applied, unapplied,    *
      *  or refused as unreadable; the three have to add back up to    *
      *  what came in.                                                 *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-RECEIPT-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-RECEIVED-AMOUNT           PIC 9(09)V99 VALUE ZEROS.
           05  WS-APPLIED-AMOUNT            PIC 9(09)V99 VALUE ZEROS.
           05  WS-UNAPPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-UNAPPLIED-AMOUNT          PIC 9(09)V99 VALUE ZEROS.
           05  WS-ERROR-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  WS-ITEMS-CLOSED-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-HASH-AMOUNT               PIC 9(09)V99 VALUE ZEROS.
           05  WS-PROOF-AMOUNT              PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-OPEN                 PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Applies every receipt on the feed, then proves the run.       *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-RECEIPT
               THRU 2000-PROCESS-RECEIPT-EXIT
               UNTIL END-OF-RCPFILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Proves the feed, opens the files and primes the read. There   *
      *  is nothing to apply cash to without the AR ledger, so a       *
      *  missing ARFILE abends the run like any other file that will   *
      *  not open. The feed is read through once first and held to    *
      *  its header and trailer; only a feed that proves is reopened   *
      *  and applied. The first read of the second pass takes the      *
      *  batch header, so the feed ID is known before anything else    *
      *  is opened, and a feed already posted is refused before        *
      *  UNAFILE and CSHRPT are - the refusal leaves the earlier       *
      *  run's unapplied cash and report as they were.                 *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT RCPFILE.
           IF WS-RCPFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH01E - UNABLE TO OPEN RCPFILE, STATUS = "
                   WS-RCPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-PROVE-FEED
               THRU 1100-PROVE-FEED-EXIT.

           PERFORM 2100-READ-RECEIPT
               THRU 2100-READ-RECEIPT-EXIT.

           PERFORM 1200-CHECK-FEED-REGISTRY
               THRU 1200-CHECK-FEED-REGISTRY-EXIT.

           OPEN I-O ARFILE.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH02E - UNABLE TO OPEN ARFILE, STATUS = "
                   WS-ARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH03E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT UNAFILE.
           IF WS-UNAFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH04E - UNABLE TO OPEN UNAFILE, STATUS = "
                   WS-UNAFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CSHRPT.
           IF WS-CSHRPT-STATUS NOT = "00"
               DISPLAY "MULTCSH05E - UNABLE TO OPEN CSHRPT, STATUS = "
                   WS-CSHRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           MOVE "MULTCSH - CASH RECEIPTS POSTING" TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "FEED " WS-FEED-ID
                   " CREATED " WS-FEED-CREATE-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-PROVE-FEED                                               *
      *  Reads the whole feed through the same header and trailer      *
      *  checks the apply pass uses, so a truncated feed or one that   *
      *  does not match its trailer abends here, before any receipt    *
      *  is applied. A cash run has no checkpoint and no back-out -    *
      *  a feed found bad half way through could not be undone. The   *
      *  feed is then reopened and the counts cleared for the apply    *
      *  pass.                                                         *
      *================================================================*
       1100-PROVE-FEED.
           PERFORM 2100-READ-RECEIPT
               THRU 2100-READ-RECEIPT-EXIT
               UNTIL END-OF-RCPFILE.

           CLOSE RCPFILE.
           OPEN INPUT RCPFILE.
           IF WS-RCPFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH01E - UNABLE TO OPEN RCPFILE, STATUS = "
                   WS-RCPFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NOT-END-OF-RCPFILE    TO TRUE.
           SET FEED-HEADER-NOT-SEEN  TO TRUE.
           SET FEED-TRAILER-NOT-SEEN TO TRUE.
           MOVE ZERO  TO WS-RECORD-COUNT.
           MOVE ZEROS TO WS-HASH-AMOUNT.
       1100-PROVE-FEED-EXIT.
           EXIT.

      *================================================================*
      *  1200-CHECK-FEED-REGISTRY                                      *
      *  Scans the cash-feed registry for this feed's ID and abends    *
      *  the run if it has already been posted - applying the same     *
      *  receipts twice would close items never paid. No registry yet  *
      *  means no feed has been posted. A blank feed ID identifies     *
      *  nothing, so it is never treated as already posted.            *
      *================================================================*
       1200-CHECK-FEED-REGISTRY.
           OPEN INPUT CSHREG.
           IF WS-CSHREG-STATUS = "35"
               GO TO 1200-CHECK-FEED-REGISTRY-EXIT
           END-IF.
           IF WS-CSHREG-STATUS NOT = "00"
               DISPLAY "MULTCSH15E - UNABLE TO OPEN CSHREG, STATUS = "
                   WS-CSHREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1210-SCAN-FEED-REGISTRY
               THRU 1210-SCAN-FEED-REGISTRY-EXIT
               UNTIL END-OF-CSHREG.

           CLOSE CSHREG.

           IF FEED-ALREADY-POSTED
               DISPLAY "MULTCSH16E - FEED " WS-FEED-ID
                   " WAS ALREADY POSTED - RUN REFUSED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-CHECK-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================*
      *  1210-SCAN-FEED-REGISTRY                                       *
      *  Reads one registry record and notes whether it is this feed.  *
      *================================================================*
       1210-SCAN-FEED-REGISTRY.
           READ CSHREG
               AT END
                   SET END-OF-CSHREG TO TRUE
                   GO TO 1210-SCAN-FEED-REGISTRY-EXIT
           END-READ.

           IF WS-FEED-ID NOT = SPACES
                   AND CFR-FEED-ID = WS-FEED-ID
               SET FEED-ALREADY-POSTED TO TRUE
           END-IF.
       1210-SCAN-FEED-REGISTRY-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-RECEIPT                                          *
      *  Applies one receipt: the named item first, then the           *
      *  customer's other open items oldest transaction date first,    *
      *  and whatever is still left over to unapplied cash. A receipt  *
      *  whose amount cannot be read is refused on the report - there  *
      *  is no amount to carry anywhere - and a customer not on the    *
      *  master puts the whole receipt to unapplied cash.              *
      *================================================================*
       2000-PROCESS-RECEIPT.
           ADD 1 TO WS-RECEIPT-COUNT.

           IF RCP-AMOUNT NOT NUMERIC OR RCP-AMOUNT = ZEROS
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "*** RECEIPT " RCP-RECEIPT-NO
                       " CUST " RCP-CUST-CODE
                       " - AMOUNT NOT NUMERIC OR ZERO - NOT APPLIED"
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 2000-READ-NEXT
           END-IF.

           ADD RCP-AMOUNT TO WS-RECEIVED-AMOUNT.
           MOVE RCP-AMOUNT TO WS-REMAINING.
           MOVE ZEROS      TO WS-RECEIPT-APPLIED.

           MOVE RCP-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "RECEIPT " RCP-RECEIPT-NO
                   " CUST " RCP-CUST-CODE
                   " DATE " RCP-RECEIPT-DATE
                   " REF " RCP-REFERENCE
                   " AMOUNT " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE RCP-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   MOVE "01" TO WS-UNAPPLIED-REASON-CODE
                   MOVE "CUSTOMER NOT ON FILE" TO
                       WS-UNAPPLIED-REASON-TEXT
                   PERFORM 3500-WRITE-UNAPPLIED
                       THRU 3500-WRITE-UNAPPLIED-EXIT
                   GO TO 2000-READ-NEXT
           END-READ.

           IF RCP-APPLY-TRAN-ID NUMERIC
                   AND RCP-APPLY-TRAN-ID NOT = ZEROS
               PERFORM 3000-APPLY-NAMED-ITEM
                   THRU 3000-APPLY-NAMED-ITEM-EXIT
           END-IF.

           IF WS-REMAINING > ZERO
               PERFORM 3100-APPLY-OLDEST-FIRST
                   THRU 3100-APPLY-OLDEST-FIRST-EXIT
           END-IF.

           IF WS-REMAINING > ZERO
               MOVE "02" TO WS-UNAPPLIED-REASON-CODE
               MOVE "NO OPEN ITEM LEFT TO APPLY" TO
                   WS-UNAPPLIED-REASON-TEXT
               PERFORM 3500-WRITE-UNAPPLIED
                   THRU 3500-WRITE-UNAPPLIED-EXIT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-RECEIPT
               THRU 2100-READ-RECEIPT-EXIT.
       2000-PROCESS-RECEIPT-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-RECEIPT                                             *
      *  Reads the next receipt, consuming and enforcing the batch     *
      *  header and trailer on the way, so the rest of the run only    *
      *  sees receipts. As with the MULT transaction feed, a missing   *
      *  header or trailer, a record after the trailer, or a trailer   *
      *  that does not match the count and amount read abends the      *
      *  run on the spot - in the 1100 proving pass, before anything   *
      *  has been applied.                                             *
      *================================================================*
       2100-READ-RECEIPT.
           READ RCPFILE
               AT END
                   IF FEED-TRAILER-SEEN
                       SET END-OF-RCPFILE TO TRUE
                       GO TO 2100-READ-RECEIPT-EXIT
                   ELSE
                       DISPLAY "MULTCSH06E - FEED HAS NO TRAILER - "
                           "TRANSFER TRUNCATED - RUN ABENDED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

           IF RCP-TYPE-HEADER
               IF FEED-HEADER-SEEN OR WS-RECORD-COUNT NOT = ZERO
                   DISPLAY "MULTCSH07E - HEADER RECORD OUT OF PLACE - "
                       "RUN ABENDED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET FEED-HEADER-SEEN TO TRUE
               MOVE RHD-FEED-ID     TO WS-FEED-ID
               MOVE RHD-CREATE-DATE TO WS-FEED-CREATE-DATE
               GO TO 2100-READ-RECEIPT
           END-IF.

           IF NOT FEED-HEADER-SEEN
               DISPLAY "MULTCSH08E - FEED HAS NO HEADER RECORD - "
                   "RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FEED-TRAILER-SEEN
               DISPLAY "MULTCSH09E - RECORD FOUND AFTER THE TRAILER - "
                   "RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RCP-TYPE-TRAILER
               SET FEED-TRAILER-SEEN TO TRUE
               PERFORM 2150-VERIFY-TRAILER
                   THRU 2150-VERIFY-TRAILER-EXIT
               GO TO 2100-READ-RECEIPT
           END-IF.

           ADD 1 TO WS-RECORD-COUNT.
           IF RCP-AMOUNT NUMERIC
               ADD RCP-AMOUNT TO WS-HASH-AMOUNT
           END-IF.
       2100-READ-RECEIPT-EXIT.
           EXIT.

      *================================================================*
      *  2150-VERIFY-TRAILER                                           *
      *  Holds the receipts feed to its own trailer count and amount   *
      *  total.                                                        *
      *================================================================*
       2150-VERIFY-TRAILER.
           IF RTR-RECORD-COUNT NOT NUMERIC
                   OR RTR-AMOUNT-TOTAL NOT NUMERIC
               DISPLAY "MULTCSH10E - TRAILER IS NOT NUMERIC - "
                   "RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RTR-RECORD-COUNT NOT = WS-RECORD-COUNT
               DISPLAY "MULTCSH11E - TRAILER COUNT " RTR-RECORD-COUNT
                   " DOES NOT MATCH RECORDS READ - RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RTR-AMOUNT-TOTAL NOT = WS-HASH-AMOUNT
               DISPLAY "MULTCSH12E - TRAILER AMOUNT TOTAL DOES NOT "
                   "MATCH RECORDS READ - RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2150-VERIFY-TRAILER-EXIT.
           EXIT.

      *================================================================*
      *  3000-APPLY-NAMED-ITEM                                         *
      *  Applies the receipt to the one open item it names, when that  *
      *  item is on the ledger for this customer and still has a       *
      *  balance. A named item that is not there, or already paid, is  *
      *  noted on the report and the cash goes oldest first instead.   *
      *  A failed rewrite leaves the cash where it was.                *
      *================================================================*
       3000-APPLY-NAMED-ITEM.
           MOVE RCP-CUST-CODE     TO ARO-CUST-CODE.
           MOVE RCP-APPLY-TRAN-ID TO ARO-TRAN-ID.

           READ ARFILE
               INVALID KEY
                   MOVE SPACES TO REPT-LINE
                   STRING "    NAMED TRAN " RCP-APPLY-TRAN-ID
                           " NOT ON LEDGER - APPLIED OLDEST FIRST"
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   GO TO 3000-APPLY-NAMED-ITEM-EXIT
           END-READ.

           IF NOT ARO-ITEM-OPEN OR ARO-OPEN-AMT NOT > ZERO
               MOVE SPACES TO REPT-LINE
               STRING "    NAMED TRAN " RCP-APPLY-TRAN-ID
                       " HAS NO BALANCE - APPLIED OLDEST FIRST"
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 3000-APPLY-NAMED-ITEM-EXIT
           END-IF.

           PERFORM 3200-APPLY-TO-ITEM
               THRU 3200-APPLY-TO-ITEM-EXIT.
       3000-APPLY-NAMED-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3100-APPLY-OLDEST-FIRST                                       *
      *  Applies what is left of the receipt to the customer's open    *
      *  items with a balance, oldest transaction date first, until    *
      *  the cash runs out or the customer's open items do. The        *
      *  ledger is keyed by TRAN-ID, not date, so each item is found   *
      *  by its own pass over the customer's items; every pass either  *
      *  pays off the item it finds or uses up the cash.               *
      *================================================================*
       3100-APPLY-OLDEST-FIRST.
           SET OPEN-ITEMS-REMAIN TO TRUE.

           PERFORM 3110-APPLY-TO-OLDEST
               THRU 3110-APPLY-TO-OLDEST-EXIT
               UNTIL NO-OPEN-ITEM-LEFT
                  OR WS-REMAINING = ZERO.
       3100-APPLY-OLDEST-FIRST-EXIT.
           EXIT.

      *================================================================*
      *  3110-APPLY-TO-OLDEST                                          *
      *  Finds the customer's oldest open item with a balance - the    *
      *  lower TRAN-ID where two share a date - reads it back for      *
      *  update, and applies cash to it. None left, or an item that    *
      *  could not be rewritten, ends the walk.                        *
      *================================================================*
       3110-APPLY-TO-OLDEST.
           SET OLDEST-ITEM-NOT-FOUND TO TRUE.
           SET NOT-END-OF-CUSTOMER-ITEMS TO TRUE.
           MOVE ZEROS    TO WS-OLDEST-TRAN-ID.
           MOVE 99999999 TO WS-OLDEST-DATE.

           MOVE RCP-CUST-CODE TO ARO-CUST-CODE.
           MOVE ZEROS         TO ARO-TRAN-ID.
           START ARFILE KEY NOT < ARO-KEY
               INVALID KEY
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
           END-START.

           PERFORM 3150-CHECK-NEXT-ITEM
               THRU 3150-CHECK-NEXT-ITEM-EXIT
               UNTIL END-OF-CUSTOMER-ITEMS.

           IF OLDEST-ITEM-NOT-FOUND
               SET NO-OPEN-ITEM-LEFT TO TRUE
               GO TO 3110-APPLY-TO-OLDEST-EXIT
           END-IF.

           MOVE RCP-CUST-CODE     TO ARO-CUST-CODE.
           MOVE WS-OLDEST-TRAN-ID TO ARO-TRAN-ID.
           READ ARFILE
               INVALID KEY
                   SET NO-OPEN-ITEM-LEFT TO TRUE
                   GO TO 3110-APPLY-TO-OLDEST-EXIT
           END-READ.

           PERFORM 3200-APPLY-TO-ITEM
               THRU 3200-APPLY-TO-ITEM-EXIT.
           IF APPLY-FAILED
               SET NO-OPEN-ITEM-LEFT TO TRUE
           END-IF.
       3110-APPLY-TO-OLDEST-EXIT.
           EXIT.

      *================================================================*
      *  3150-CHECK-NEXT-ITEM                                          *
      *  Reads the customer's next ledger item and holds it as the     *
      *  oldest so far when it is open with a balance and dated        *
      *  earlier than the one held; the walk ends at the first item    *
      *  belonging to another customer. An item with no usable date    *
      *  counts as the oldest.                                         *
      *================================================================*
       3150-CHECK-NEXT-ITEM.
           READ ARFILE NEXT
               AT END
                   SET END-OF-CUSTOMER-ITEMS TO TRUE
                   GO TO 3150-CHECK-NEXT-ITEM-EXIT
           END-READ.

           IF ARO-CUST-CODE NOT = RCP-CUST-CODE
               SET END-OF-CUSTOMER-ITEMS TO TRUE
               GO TO 3150-CHECK-NEXT-ITEM-EXIT
           END-IF.

           IF NOT ARO-ITEM-OPEN OR ARO-OPEN-AMT NOT > ZERO
               GO TO 3150-CHECK-NEXT-ITEM-EXIT
           END-IF.

           IF ARO-TRAN-DATE NUMERIC
               MOVE ARO-TRAN-DATE TO WS-ITEM-DATE
           ELSE
               MOVE ZEROS         TO WS-ITEM-DATE
           END-IF.

           IF OLDEST-ITEM-NOT-FOUND
                   OR WS-ITEM-DATE < WS-OLDEST-DATE
               SET OLDEST-ITEM-FOUND TO TRUE
               MOVE WS-ITEM-DATE TO WS-OLDEST-DATE
               MOVE ARO-TRAN-ID  TO WS-OLDEST-TRAN-ID
           END-IF.
       3150-CHECK-NEXT-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3200-APPLY-TO-ITEM                                            *
      *  Puts as much of the remaining cash against the item in the    *
      *  record area as its open balance will take, and rewrites it.   *
      *  The status follows the balance - closed at zero, open for     *
      *  anything else.                                                *
      *================================================================*
       3200-APPLY-TO-ITEM.
           SET APPLY-SUCCEEDED TO TRUE.
           IF WS-REMAINING < ARO-OPEN-AMT
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE ARO-OPEN-AMT TO WS-APPLY-AMOUNT
           END-IF.

           ADD WS-APPLY-AMOUNT      TO ARO-PAID-AMT.
           SUBTRACT WS-APPLY-AMOUNT FROM ARO-OPEN-AMT.
           MOVE RCP-RECEIPT-DATE    TO ARO-LAST-PAYMENT-DATE.
           IF ARO-OPEN-AMT = ZERO
               SET ARO-ITEM-CLOSED TO TRUE
               ADD 1 TO WS-ITEMS-CLOSED-COUNT
           ELSE
               SET ARO-ITEM-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-DATE         TO ARO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME         TO ARO-LAST-UPDATE-TIME.
           MOVE WS-UPDATED-BY       TO ARO-UPDATED-BY.

           REWRITE ARO-RECORD.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH13E - ARFILE REWRITE FAILED, STATUS = "
                   WS-ARFILE-STATUS
               SET APPLY-FAILED TO TRUE
               GO TO 3200-APPLY-TO-ITEM-EXIT
           END-IF.

           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
           ADD WS-APPLY-AMOUNT TO WS-RECEIPT-APPLIED.
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-AMOUNT.

           MOVE WS-APPLY-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE ARO-OPEN-AMT    TO WS-EDIT-OPEN.
           MOVE SPACES TO REPT-LINE.
           IF ARO-ITEM-CLOSED
               STRING "    APPLIED " WS-EDIT-AMOUNT
                       " TO TRAN " ARO-TRAN-ID
                       " - ITEM CLOSED"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "    APPLIED " WS-EDIT-AMOUNT
                       " TO TRAN " ARO-TRAN-ID
                       " - STILL OPEN " WS-EDIT-OPEN
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       3200-APPLY-TO-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3500-WRITE-UNAPPLIED                                          *
      *  Writes whatever is left of the receipt to the unapplied-cash  *
      *  file with the reason it could not be applied.                 *
      *================================================================*
       3500-WRITE-UNAPPLIED.
           MOVE SPACES                   TO UNA-RECORD.
           MOVE RCP-RECEIPT-NO           TO UNA-RECEIPT-NO.
           MOVE RCP-CUST-CODE            TO UNA-CUST-CODE.
           MOVE RCP-RECEIPT-DATE         TO UNA-RECEIPT-DATE.
           MOVE WS-REMAINING             TO UNA-AMOUNT.
           MOVE RCP-REFERENCE            TO UNA-REFERENCE.
           MOVE WS-UNAPPLIED-REASON-CODE TO UNA-REASON-CODE.
           MOVE WS-UNAPPLIED-REASON-TEXT TO UNA-REASON-TEXT.
           MOVE WS-RUN-DATE              TO UNA-RUN-DATE.

           WRITE UNA-RECORD.
           IF WS-UNAFILE-STATUS NOT = "00"
               DISPLAY "MULTCSH14E - WRITE FAILED ON UNAFILE, STATUS = "
                   WS-UNAFILE-STATUS
           END-IF.

           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD WS-REMAINING TO WS-UNAPPLIED-AMOUNT.

           MOVE WS-REMAINING TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "    UNAPPLIED " WS-EDIT-AMOUNT
                   " - " WS-UNAPPLIED-REASON-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE ZEROS TO WS-REMAINING.
       3500-WRITE-UNAPPLIED-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Closes the report with the run's control totals and the       *
      *  proof that every dollar received was either applied or        *
      *  carried to unapplied cash.                                    *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-RECEIPT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "RECEIPTS READ . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ERROR-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OF WHICH REFUSED (SEE *** LINES) : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-RECEIVED-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "CASH RECEIVED . . . . . . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-APPLIED-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "CASH APPLIED TO OPEN ITEMS. . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-UNAPPLIED-AMOUNT TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "CASH TO UNAPPLIED . . . . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-UNAPPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "UNAPPLIED CASH RECORDS WRITTEN. . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEMS-CLOSED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "OPEN ITEMS PAID OFF AND CLOSED. . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           ADD WS-APPLIED-AMOUNT WS-UNAPPLIED-AMOUNT
               GIVING WS-PROOF-AMOUNT.

           MOVE SPACES TO REPT-LINE.
           IF WS-PROOF-AMOUNT = WS-RECEIVED-AMOUNT
               STRING "PROOF (RECEIVED = APPLIED + UNAPPLIED): "
                       "IN BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "PROOF (RECEIVED = APPLIED + UNAPPLIED): "
                       "*** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  8200-RECORD-FEED-POSTED                                       *
      *  Adds this feed to the cash-feed registry, so it cannot be     *
      *  posted again. Reached only at normal end - every abend stops  *
      *  the run before here.                                          *
      *================================================================*
       8200-RECORD-FEED-POSTED.
           OPEN EXTEND CSHREG.
           IF WS-CSHREG-STATUS = "35"
               OPEN OUTPUT CSHREG
           END-IF.
           IF WS-CSHREG-STATUS NOT = "00"
               DISPLAY "MULTCSH15E - UNABLE TO OPEN CSHREG, STATUS = "
                   WS-CSHREG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8200-RECORD-FEED-POSTED-EXIT
           END-IF.

           MOVE SPACES              TO CFR-RECORD.
           MOVE WS-FEED-ID          TO CFR-FEED-ID.
           MOVE WS-FEED-CREATE-DATE TO CFR-CREATE-DATE.
           MOVE WS-RUN-DATE         TO CFR-RUN-DATE.
           MOVE WS-RUN-TIME         TO CFR-RUN-TIME.
           MOVE WS-RECEIPT-COUNT    TO CFR-RECEIPT-COUNT.
           MOVE WS-RECEIVED-AMOUNT  TO CFR-RECEIVED-AMOUNT.
           MOVE WS-APPLIED-AMOUNT   TO CFR-APPLIED-AMOUNT.

           WRITE CFR-RECORD.
           IF WS-CSHREG-STATUS NOT = "00"
               DISPLAY "MULTCSH17E - WRITE FAILED ON CSHREG, STATUS = "
                   WS-CSHREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

           CLOSE CSHREG.
       8200-RECORD-FEED-POSTED-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals, records the feed as posted, and    *
      *  closes every file.                                            *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           PERFORM 8200-RECORD-FEED-POSTED
               THRU 8200-RECORD-FEED-POSTED-EXIT.

           CLOSE RCPFILE.
           CLOSE ARFILE.
           CLOSE CUSFILE.
           CLOSE UNAFILE.
           CLOSE CSHRPT.
       9000-TERMINATE-EXIT.
           EXIT.
