      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTFXV.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - month-end revaluation of   *
      *                   open foreign-currency receivables. Takes     *
      *                   every open ARFILE item booked in a foreign   *
      *                   currency and dated on or before the period   *
      *                   end on the parameter card, sorts them by     *
      *                   currency, customer, and transaction, and     *
      *                   revalues what is still open in the currency  *
      *                   at the FXRATE rate in effect on the period   *
      *                   end. Each currency shows its open amount in  *
      *                   the currency, the base amount it is booked   *
      *                   at, the base amount it is worth at the       *
      *                   period-end rate, and the unrealized gain or  *
      *                   loss between the two, with report totals in  *
      *                   base currency. A currency with no rate in    *
      *                   effect on the period end is listed but not   *
      *                   revalued, and sets return code 4. The        *
      *                   report posts nothing - the ledger and        *
      *                   GLFILE stay at the booking rate.             *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXVPARM  ASSIGN TO FXVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXVPARM-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT FXRATE   ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWORK.

           SELECT FXVRPT   ASSIGN TO FXVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXVPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY FXVPRM.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       FD  FXRATE
           LABEL RECORDS ARE STANDARD.
           COPY FXRREC.

      *----------------------------------------------------------------*
      *  Sort work record - one open foreign-currency item, with what  *
      *  is still open on it in the currency worked out on the way in. *
      *----------------------------------------------------------------*
       SD  SORTWORK.
       01  SRT-RECORD.
           05  SRT-KEY.
               10  SRT-CURRENCY-CODE          PIC X(03).
               10  SRT-CUST-CODE              PIC X(08).
               10  SRT-TRAN-ID                PIC 9(06).
           05  SRT-TRAN-DATE                  PIC 9(08).
           05  SRT-FX-RATE                    PIC 9(04)V9(06).
           05  SRT-BOOKED-BASE                PIC S9(07)V99.
           05  SRT-FX-OPEN                    PIC S9(09)V99.

       FD  FXVRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-FXVPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-FXRATE-STATUS                PIC X(02) VALUE "00".
       01  WS-FXVRPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-AR-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-ARFILE                       VALUE "Y".
               88  NOT-END-OF-ARFILE                   VALUE "N".
           05  WS-SORT-EOF-SWITCH           PIC X(01) VALUE "N".
               88  END-OF-SORTED-INPUT                 VALUE "Y".
               88  NOT-END-OF-SORTED-INPUT             VALUE "N".
           05  WS-FIRST-ITEM-SWITCH         PIC X(01) VALUE "Y".
               88  FIRST-ITEM                          VALUE "Y".
               88  NOT-FIRST-ITEM                      VALUE "N".
           05  WS-FXRATE-EOF-SWITCH         PIC X(01) VALUE "N".
               88  END-OF-FXRATE                       VALUE "Y".
               88  NOT-END-OF-FXRATE                   VALUE "N".
           05  WS-RATE-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  PERIOD-END-RATE-FOUND               VALUE "Y".
               88  PERIOD-END-RATE-NOT-FOUND           VALUE "N".

      *----------------------------------------------------------------*
      *  REVALUATION FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REVALUATION-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-PERIOD-END-DATE           PIC 9(08) VALUE ZEROS.
           05  WS-HOLD-CURRENCY-CODE        PIC X(03) VALUE SPACES.
           05  WS-PE-RATE                   PIC 9(04)V9(06) VALUE ZEROS.
           05  WS-PE-RATE-DATE              PIC 9(08) VALUE ZEROS.
           05  WS-ITEM-FX-OPEN              PIC S9(09)V99 VALUE ZEROS.
           05  WS-ITEM-REVALUED             PIC S9(09)V99 VALUE ZEROS.
           05  WS-ITEM-GAIN                 PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CURRENCY ACCUMULATORS - open amount in the currency, the      *
      *  rest in base                                                  *
      *----------------------------------------------------------------*
       01  WS-CURRENCY-TOTALS.
           05  WS-CUR-ITEMS                 PIC 9(06) COMP VALUE ZERO.
           05  WS-CUR-FX-OPEN               PIC S9(11)V99 VALUE ZEROS.
           05  WS-CUR-BOOKED                PIC S9(11)V99 VALUE ZEROS.
           05  WS-CUR-REVALUED              PIC S9(11)V99 VALUE ZEROS.
           05  WS-CUR-GAIN                  PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS - base currency                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-ITEMS-READ                PIC 9(06) COMP VALUE ZERO.
           05  WS-ITEMS-SELECTED            PIC 9(06) COMP VALUE ZERO.
           05  WS-ITEMS-AFTER-PERIOD        PIC 9(06) COMP VALUE ZERO.
           05  WS-CURRENCY-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-ITEMS-NOT-REVALUED        PIC 9(06) COMP VALUE ZERO.
           05  WS-TOT-BOOKED                PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-REVALUED              PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-GAIN                  PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-NOT-REVALUED          PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-RATE                 PIC Z,ZZ9.999999.
           05  WS-EDIT-FX-OPEN              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-BOOKED               PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-REVALUED             PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-GAIN                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  One sort of the selected open items by currency, customer,    *
      *  and transaction, revalued a currency at a time on the way     *
      *  out.                                                          *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORTWORK
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-SELECT-OPEN-ITEMS
                   THRU 2000-SELECT-OPEN-ITEMS-EXIT
               OUTPUT PROCEDURE IS 3000-REVALUE-ITEMS
                   THRU 3000-REVALUE-ITEMS-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads the parameter card, opens the files, and prints the     *
      *  headings. An empty card, or a zero or unreadable period-end   *
      *  date, revalues as of the run date.                            *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT FXVPARM.
           IF WS-FXVPARM-STATUS NOT = "00"
               DISPLAY "MULTFXV01E - UNABLE TO OPEN FXVPARM, STATUS = "
                   WS-FXVPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ FXVPARM
               AT END
                   MOVE SPACES TO FXV-RECORD
                   MOVE ZEROS  TO FXV-PERIOD-END-DATE
           END-READ.
           CLOSE FXVPARM.

           IF FXV-PERIOD-END-DATE NOT NUMERIC
               MOVE ZEROS TO FXV-PERIOD-END-DATE
           END-IF.
           IF FXV-PERIOD-END-DATE = ZEROS
               MOVE WS-RUN-DATE         TO WS-PERIOD-END-DATE
           ELSE
               MOVE FXV-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           END-IF.

           OPEN INPUT ARFILE.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTFXV02E - UNABLE TO OPEN ARFILE, STATUS = "
                   WS-ARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FXRATE.
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "MULTFXV03E - UNABLE TO OPEN FXRATE, STATUS = "
                   WS-FXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FXVRPT.
           IF WS-FXVRPT-STATUS NOT = "00"
               DISPLAY "MULTFXV04E - UNABLE TO OPEN FXVRPT, STATUS = "
                   WS-FXVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "MULTFXV - FOREIGN-CURRENCY REVALUATION AS OF "
                   WS-PERIOD-END-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF NOT FXV-DETAIL-REQUESTED
               GO TO 1000-INITIALIZE-EXIT
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "  CUSTOMER TRAN   DATED     BOOKED RATE"
                   "   OPEN CURRENCY     BOOKED BASE"
                   "   REVALUED BASE     GAIN (LOSS)"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-SELECT-OPEN-ITEMS                                        *
      *  Input procedure for the SORT - walks the whole ledger and     *
      *  releases the open items booked in a foreign currency.         *
      *================================================================*
       2000-SELECT-OPEN-ITEMS.
           MOVE LOW-VALUES TO ARO-KEY.
           START ARFILE KEY NOT < ARO-KEY
               INVALID KEY
                   SET END-OF-ARFILE TO TRUE
           END-START.

           PERFORM 2100-SELECT-ONE-ITEM
               THRU 2100-SELECT-ONE-ITEM-EXIT
               UNTIL END-OF-ARFILE.
       2000-SELECT-OPEN-ITEMS-EXIT.
           EXIT.

      *================================================================*
      *  2100-SELECT-ONE-ITEM                                          *
      *  Reads the next ledger item and releases it when it is open,   *
      *  in a foreign currency, and dated no later than the period     *
      *  end. What is still open in the currency is worked out the     *
      *  way the statement works it out: an item still wholly open     *
      *  owes the amount it was billed at, one part paid or reversed   *
      *  has its base open amount turned back at the booking rate.     *
      *================================================================*
       2100-SELECT-ONE-ITEM.
           READ ARFILE NEXT
               AT END
                   SET END-OF-ARFILE TO TRUE
                   GO TO 2100-SELECT-ONE-ITEM-EXIT
           END-READ.

           ADD 1 TO WS-ITEMS-READ.

           IF ARO-BASE-CURRENCY
                   OR ARO-OPEN-AMT = ZERO
               GO TO 2100-SELECT-ONE-ITEM-EXIT
           END-IF.

           IF ARO-TRAN-DATE NUMERIC
                   AND ARO-TRAN-DATE > WS-PERIOD-END-DATE
               ADD 1 TO WS-ITEMS-AFTER-PERIOD
               GO TO 2100-SELECT-ONE-ITEM-EXIT
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

           ADD 1 TO WS-ITEMS-SELECTED.
           MOVE ARO-CURRENCY-CODE TO SRT-CURRENCY-CODE.
           MOVE ARO-CUST-CODE     TO SRT-CUST-CODE.
           MOVE ARO-TRAN-ID       TO SRT-TRAN-ID.
           MOVE ARO-TRAN-DATE     TO SRT-TRAN-DATE.
           MOVE ARO-FX-RATE       TO SRT-FX-RATE.
           MOVE ARO-OPEN-AMT      TO SRT-BOOKED-BASE.
           MOVE WS-ITEM-FX-OPEN   TO SRT-FX-OPEN.
           RELEASE SRT-RECORD.
       2100-SELECT-ONE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3000-REVALUE-ITEMS                                            *
      *  Output procedure for the SORT - takes the items back a        *
      *  currency at a time and closes off the last currency.          *
      *================================================================*
       3000-REVALUE-ITEMS.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.

           PERFORM 3100-REVALUE-ONE-ITEM
               THRU 3100-REVALUE-ONE-ITEM-EXIT
               UNTIL END-OF-SORTED-INPUT.

           IF NOT-FIRST-ITEM
               PERFORM 4000-CURRENCY-BREAK
                   THRU 4000-CURRENCY-BREAK-EXIT
           END-IF.
       3000-REVALUE-ITEMS-EXIT.
           EXIT.

      *================================================================*
      *  3100-REVALUE-ONE-ITEM                                         *
      *  Breaks on currency, revalues the item at the currency's       *
      *  period-end rate, and rolls it into the currency totals. An    *
      *  item in a currency with no rate counts at its booked amount   *
      *  only. Returns the next item.                                  *
      *================================================================*
       3100-REVALUE-ONE-ITEM.
           IF NOT-FIRST-ITEM
                   AND SRT-CURRENCY-CODE NOT = WS-HOLD-CURRENCY-CODE
               PERFORM 4000-CURRENCY-BREAK
                   THRU 4000-CURRENCY-BREAK-EXIT
           END-IF.

           IF FIRST-ITEM
                   OR SRT-CURRENCY-CODE NOT = WS-HOLD-CURRENCY-CODE
               MOVE SRT-CURRENCY-CODE TO WS-HOLD-CURRENCY-CODE
               PERFORM 3200-START-CURRENCY
                   THRU 3200-START-CURRENCY-EXIT
           END-IF.
           SET NOT-FIRST-ITEM TO TRUE.

           ADD 1 TO WS-CUR-ITEMS.
           ADD SRT-FX-OPEN     TO WS-CUR-FX-OPEN.
           ADD SRT-BOOKED-BASE TO WS-CUR-BOOKED.

           MOVE ZEROS TO WS-ITEM-REVALUED.
           MOVE ZEROS TO WS-ITEM-GAIN.
           IF PERIOD-END-RATE-FOUND
               MULTIPLY SRT-FX-OPEN BY WS-PE-RATE
                   GIVING WS-ITEM-REVALUED ROUNDED
                   ON SIZE ERROR
                       MOVE SRT-BOOKED-BASE TO WS-ITEM-REVALUED
               END-MULTIPLY
               SUBTRACT SRT-BOOKED-BASE FROM WS-ITEM-REVALUED
                   GIVING WS-ITEM-GAIN
               ADD WS-ITEM-REVALUED TO WS-CUR-REVALUED
               ADD WS-ITEM-GAIN     TO WS-CUR-GAIN
           END-IF.

           IF FXV-DETAIL-REQUESTED
               PERFORM 3300-WRITE-ITEM-LINE
                   THRU 3300-WRITE-ITEM-LINE-EXIT
           END-IF.

           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.
       3100-REVALUE-ONE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3200-START-CURRENCY                                           *
      *  Finds the latest rate for the new currency in effect on the   *
      *  period end and prints the currency heading. A currency with   *
      *  no such rate is flagged and sets return code 4; its items     *
      *  are still listed and totalled at their booked amounts.        *
      *================================================================*
       3200-START-CURRENCY.
           ADD 1 TO WS-CURRENCY-COUNT.
           MOVE ZERO  TO WS-CUR-ITEMS.
           MOVE ZEROS TO WS-CUR-FX-OPEN.
           MOVE ZEROS TO WS-CUR-BOOKED.
           MOVE ZEROS TO WS-CUR-REVALUED.
           MOVE ZEROS TO WS-CUR-GAIN.

           MOVE ZEROS TO WS-PE-RATE.
           MOVE ZEROS TO WS-PE-RATE-DATE.
           SET PERIOD-END-RATE-NOT-FOUND TO TRUE.
           SET NOT-END-OF-FXRATE TO TRUE.

           MOVE WS-HOLD-CURRENCY-CODE TO FXR-CURRENCY-CODE.
           MOVE ZEROS                 TO FXR-EFF-DATE.
           START FXRATE KEY NOT < FXR-KEY
               INVALID KEY
                   SET END-OF-FXRATE TO TRUE
           END-START.

           PERFORM 3210-SCAN-ONE-RATE
               THRU 3210-SCAN-ONE-RATE-EXIT
               UNTIL END-OF-FXRATE.

           IF WS-PE-RATE = ZERO
               SET PERIOD-END-RATE-NOT-FOUND TO TRUE
           END-IF.

           MOVE SPACES TO REPT-LINE.
           IF PERIOD-END-RATE-FOUND
               MOVE WS-PE-RATE TO WS-EDIT-RATE
               STRING "CURRENCY " WS-HOLD-CURRENCY-CODE
                       "  PERIOD-END RATE " WS-EDIT-RATE
                       "  EFFECTIVE " WS-PE-RATE-DATE
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
               STRING "*** CURRENCY " WS-HOLD-CURRENCY-CODE
                       " - NO RATE IN EFFECT ON " WS-PERIOD-END-DATE
                       " - ITEMS NOT REVALUED"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       3200-START-CURRENCY-EXIT.
           EXIT.

      *================================================================*
      *  3210-SCAN-ONE-RATE                                            *
      *  Reads the next rate record; the scan is over once it leaves   *
      *  the currency or passes the period end. Each record still      *
      *  inside both bounds overwrites the held rate, so the latest    *
      *  one in effect on the period end wins.                         *
      *================================================================*
       3210-SCAN-ONE-RATE.
           READ FXRATE NEXT
               AT END
                   SET END-OF-FXRATE TO TRUE
                   GO TO 3210-SCAN-ONE-RATE-EXIT
           END-READ.

           IF FXR-CURRENCY-CODE NOT = WS-HOLD-CURRENCY-CODE
                   OR FXR-EFF-DATE > WS-PERIOD-END-DATE
               SET END-OF-FXRATE TO TRUE
               GO TO 3210-SCAN-ONE-RATE-EXIT
           END-IF.

           MOVE FXR-RATE     TO WS-PE-RATE.
           MOVE FXR-EFF-DATE TO WS-PE-RATE-DATE.
           SET PERIOD-END-RATE-FOUND TO TRUE.
       3210-SCAN-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3300-WRITE-ITEM-LINE                                          *
      *  One open item - the rate it was booked at, what is open in    *
      *  the currency, its booked base amount, and, when the currency  *
      *  has a period-end rate, its revalued amount and the gain or    *
      *  loss.                                                         *
      *================================================================*
       3300-WRITE-ITEM-LINE.
           MOVE SRT-FX-RATE     TO WS-EDIT-RATE.
           MOVE SRT-FX-OPEN     TO WS-EDIT-FX-OPEN.
           MOVE SRT-BOOKED-BASE TO WS-EDIT-BOOKED.
           MOVE SPACES TO REPT-LINE.
           IF PERIOD-END-RATE-FOUND
               MOVE WS-ITEM-REVALUED TO WS-EDIT-REVALUED
               MOVE WS-ITEM-GAIN     TO WS-EDIT-GAIN
               STRING "  " SRT-CUST-CODE
                       " " SRT-TRAN-ID
                       " " SRT-TRAN-DATE
                       " " WS-EDIT-RATE
                       " " WS-EDIT-FX-OPEN
                       " " WS-EDIT-BOOKED
                       " " WS-EDIT-REVALUED
                       " " WS-EDIT-GAIN
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "  " SRT-CUST-CODE
                       " " SRT-TRAN-ID
                       " " SRT-TRAN-DATE
                       " " WS-EDIT-RATE
                       " " WS-EDIT-FX-OPEN
                       " " WS-EDIT-BOOKED
                       "  *** NOT REVALUED"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       3300-WRITE-ITEM-LINE-EXIT.
           EXIT.

      *================================================================*
      *  4000-CURRENCY-BREAK                                           *
      *  Prints the finished currency's total line and rolls its base  *
      *  figures into the report totals. The open amount in the        *
      *  currency is not carried any further - it does not add across  *
      *  currencies.                                                   *
      *================================================================*
       4000-CURRENCY-BREAK.
           MOVE WS-CUR-ITEMS   TO WS-EDIT-COUNT.
           MOVE WS-CUR-FX-OPEN TO WS-EDIT-FX-OPEN.
           MOVE WS-CUR-BOOKED  TO WS-EDIT-BOOKED.
           MOVE SPACES TO REPT-LINE.
           IF PERIOD-END-RATE-FOUND
               MOVE WS-CUR-REVALUED TO WS-EDIT-REVALUED
               MOVE WS-CUR-GAIN     TO WS-EDIT-GAIN
               STRING "  TOTAL " WS-HOLD-CURRENCY-CODE
                       "  " WS-EDIT-COUNT " ITEMS             "
                       " " WS-EDIT-FX-OPEN
                       " " WS-EDIT-BOOKED
                       " " WS-EDIT-REVALUED
                       " " WS-EDIT-GAIN
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "  TOTAL " WS-HOLD-CURRENCY-CODE
                       "  " WS-EDIT-COUNT " ITEMS             "
                       " " WS-EDIT-FX-OPEN
                       " " WS-EDIT-BOOKED
                       "  *** NOT REVALUED"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF PERIOD-END-RATE-FOUND
               ADD WS-CUR-BOOKED   TO WS-TOT-BOOKED
               ADD WS-CUR-REVALUED TO WS-TOT-REVALUED
               ADD WS-CUR-GAIN     TO WS-TOT-GAIN
           ELSE
               ADD WS-CUR-ITEMS    TO WS-ITEMS-NOT-REVALUED
               ADD WS-CUR-BOOKED   TO WS-TOT-NOT-REVALUED
           END-IF.
       4000-CURRENCY-BREAK-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Closes the run with the item counts and the base-currency     *
      *  totals - what the revalued items are booked at, what they     *
      *  are worth at the period-end rates, the unrealized gain or     *
      *  loss, and what could not be revalued for want of a rate.      *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEMS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "LEDGER ITEMS READ . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEMS-SELECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "FOREIGN-CURRENCY OPEN ITEMS . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEMS-AFTER-PERIOD TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "DATED AFTER PERIOD END - LEFT OUT . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-CURRENCY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "CURRENCIES. . . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-BOOKED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "BOOKED BASE OF ITEMS REVALUED . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-REVALUED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "REVALUED AT PERIOD-END RATES. . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-GAIN TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "UNREALIZED GAIN (LOSS). . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEMS-NOT-REVALUED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "ITEMS NOT REVALUED - NO RATE. . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-NOT-REVALUED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "BOOKED BASE OF ITEMS NOT REVALUED . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-ITEMS-NOT-REVALUED NOT = ZERO
               MOVE SPACES TO REPT-LINE
               STRING "*** SOME CURRENCIES HAVE NO RATE IN EFFECT - "
                       "ADD THEM THROUGH MULTFXR AND RERUN"
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
           END-IF.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Prints the control totals and closes the files.               *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE ARFILE.
           CLOSE FXRATE.
           CLOSE FXVRPT.
       9000-TERMINATE-EXIT.
           EXIT.
