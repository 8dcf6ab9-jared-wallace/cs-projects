      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTAGE.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - aged trial balance. Reads  *
      *                   the ARFILE open-item ledger in customer      *
      *                   order and ages every open balance by its     *
      *                   transaction date against the as-of date on   *
      *                   the parameter card - current, 30, 60 and     *
      *                   90-plus days - with one total line per       *
      *                   customer and, on request, the open items     *
      *                   under it. The customer's open total is the   *
      *                   same figure the MULTSTM statement prints as  *
      *                   its open-item balance, and the run proves    *
      *                   net billed less cash applied = open = the    *
      *                   sum of the aging buckets.                    *
      *  2026-10-15  JW   The run now ties the ledger back to what the *
      *                   statements bill: extension plus sales tax    *
      *                   over every master not reversed, against the  *
      *                   ledger's net billed, both printed, and a     *
      *                   return code of 8 when they differ.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEPARM  ASSIGN TO AGEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEPARM-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

           SELECT MSTFILE  ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRAN-ID
               FILE STATUS IS WS-MSTFILE-STATUS.

           SELECT CUSFILE  ASSIGN TO CUSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT AGERPT   ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGEPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY AGEPRM.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD.
           COPY MSTREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  AGERPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-AGEPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-MSTFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-AGERPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-AR-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-ARFILE                       VALUE "Y".
               88  NOT-END-OF-ARFILE                   VALUE "N".
           05  WS-FIRST-ITEM-SWITCH         PIC X(01) VALUE "Y".
               88  FIRST-ITEM                          VALUE "Y".
               88  NOT-FIRST-ITEM                      VALUE "N".
           05  WS-MST-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-MSTFILE                      VALUE "Y".
               88  NOT-END-OF-MSTFILE                  VALUE "N".

      *----------------------------------------------------------------*
      *  AGING FIELDS                                                  *
      *----------------------------------------------------------------*
       01  WS-AGING-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-AS-OF-DATE                PIC 9(08) VALUE ZEROS.
           05  WS-AS-OF-DAYS                PIC 9(07) VALUE ZEROS.
           05  WS-ITEM-DAYS                 PIC 9(07) VALUE ZEROS.
           05  WS-DAYS-OLD                  PIC S9(07) VALUE ZEROS.
           05  WS-PREV-CUST-CODE            PIC X(08) VALUE SPACES.
           05  WS-CUST-NAME                 PIC X(20) VALUE SPACES.
           05  WS-BUCKET-TEXT               PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      *  DATE-TO-DAYS WORK FIELDS - a day number counted from a fixed  *
      *  origin, so two dates subtract to the days between them.       *
      *----------------------------------------------------------------*
       01  WS-DTD-DATE                     PIC 9(08) VALUE ZEROS.
       01  WS-DTD-DATE-PARTS REDEFINES WS-DTD-DATE.
           05  WS-DTD-CCYY                  PIC 9(04).
           05  WS-DTD-MM                    PIC 9(02).
           05  WS-DTD-DD                    PIC 9(02).
       01  WS-DTD-WORK.
           05  WS-DTD-YEAR                  PIC 9(05) COMP VALUE ZERO.
           05  WS-DTD-MONTH                 PIC 9(03) COMP VALUE ZERO.
           05  WS-DTD-TERM                  PIC 9(07) COMP VALUE ZERO.
           05  WS-DTD-QUOTIENT              PIC 9(07) COMP VALUE ZERO.
           05  WS-DTD-DAYS                  PIC 9(07) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CUSTOMER ACCUMULATORS - signed, a reversal of a paid item     *
      *  leaves a credit                                               *
      *----------------------------------------------------------------*
       01  WS-CUSTOMER-TOTALS.
           05  WS-CUS-BILLED                PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-PAID                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-OPEN                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-CURRENT               PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-30                    PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-60                    PIC S9(09)V99 VALUE ZEROS.
           05  WS-CUS-90                    PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS                                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-ITEM-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-OPEN-ITEM-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-CUSTOMER-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-TOT-BILLED                PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-PAID                  PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-OPEN                  PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-CURRENT               PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-30                    PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-60                    PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-90                    PIC S9(11)V99 VALUE ZEROS.
           05  WS-PROOF-OPEN                PIC S9(11)V99 VALUE ZEROS.
           05  WS-PROOF-AGED                PIC S9(11)V99 VALUE ZEROS.
           05  WS-ITEM-BILLED               PIC S9(09)V99 VALUE ZEROS.
           05  WS-MASTER-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-MST-BILLED                PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-DAYS                 PIC -ZZZ,ZZ9.
           05  WS-EDIT-BILLED               PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-PAID                 PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-OPEN                 PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-CURRENT              PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-30                   PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-60                   PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-90                   PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL                PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  One pass over the ledger in customer order, breaking on       *
      *  customer.                                                     *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-ITEM
               THRU 2000-PROCESS-ONE-ITEM-EXIT
               UNTIL END-OF-ARFILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads the parameter card, opens the files, prints the         *
      *  headings and positions the ledger at its first item. An       *
      *  empty card, or a zero or unreadable as-of date, ages to the   *
      *  run date.                                                     *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT AGEPARM.
           IF WS-AGEPARM-STATUS NOT = "00"
               DISPLAY "MULTAGE01E - UNABLE TO OPEN AGEPARM, STATUS = "
                   WS-AGEPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ AGEPARM
               AT END
                   MOVE SPACES TO AGP-RECORD
                   MOVE ZEROS  TO AGP-AS-OF-DATE
           END-READ.
           CLOSE AGEPARM.

           IF AGP-AS-OF-DATE NOT NUMERIC
               MOVE ZEROS TO AGP-AS-OF-DATE
           END-IF.
           IF AGP-AS-OF-DATE = ZEROS
               MOVE WS-RUN-DATE    TO WS-AS-OF-DATE
           ELSE
               MOVE AGP-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

           MOVE WS-AS-OF-DATE TO WS-DTD-DATE.
           PERFORM 7000-DATE-TO-DAYS
               THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-DTD-DAYS TO WS-AS-OF-DAYS.

           OPEN INPUT ARFILE.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTAGE02E - UNABLE TO OPEN ARFILE, STATUS = "
                   WS-ARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MSTFILE.
           IF WS-MSTFILE-STATUS NOT = "00"
               DISPLAY "MULTAGE05E - UNABLE TO OPEN MSTFILE, STATUS = "
                   WS-MSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTAGE03E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AGERPT.
           IF WS-AGERPT-STATUS NOT = "00"
               DISPLAY "MULTAGE04E - UNABLE TO OPEN AGERPT, STATUS = "
                   WS-AGERPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "MULTAGE - AGED TRIAL BALANCE AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "CUSTOMER NAME                    NET BILLED"
                   "          PAID          OPEN       CURRENT"
                   "       30 DAYS       60 DAYS      90+ DAYS"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE LOW-VALUES TO ARO-KEY.
           START ARFILE KEY NOT < ARO-KEY
               INVALID KEY
                   SET END-OF-ARFILE TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-ITEM                                         *
      *  Reads the next ledger item, closes off the previous customer  *
      *  when this one belongs to another, and rolls the item into     *
      *  the customer totals. Closed items still count in billed and   *
      *  paid - leaving them out would break the billed less paid =    *
      *  open proof - but only an open balance is aged.                *
      *================================================================*
       2000-PROCESS-ONE-ITEM.
           READ ARFILE NEXT
               AT END
                   SET END-OF-ARFILE TO TRUE
                   GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-READ.

           IF NOT-FIRST-ITEM
                   AND ARO-CUST-CODE NOT = WS-PREV-CUST-CODE
               PERFORM 4000-CUSTOMER-BREAK
                   THRU 4000-CUSTOMER-BREAK-EXIT
           END-IF.
           SET NOT-FIRST-ITEM TO TRUE.
           MOVE ARO-CUST-CODE TO WS-PREV-CUST-CODE.

           ADD 1 TO WS-ITEM-COUNT.
           SUBTRACT ARO-REVERSED-AMT FROM ARO-ORIGINAL-AMT
               GIVING WS-ITEM-BILLED.
           ADD WS-ITEM-BILLED TO WS-CUS-BILLED.
           ADD ARO-PAID-AMT   TO WS-CUS-PAID.
           ADD ARO-OPEN-AMT   TO WS-CUS-OPEN.

           IF ARO-OPEN-AMT = ZERO
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-ITEM-COUNT.
           PERFORM 3000-AGE-ITEM
               THRU 3000-AGE-ITEM-EXIT.
       2000-PROCESS-ONE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3000-AGE-ITEM                                                 *
      *  Puts the item's open balance into its aging bucket by the     *
      *  days from its transaction date to the as-of date. An item     *
      *  dated after the as-of date, or with no usable date, is        *
      *  treated as current.                                           *
      *================================================================*
       3000-AGE-ITEM.
           MOVE ZERO TO WS-DAYS-OLD.
           IF ARO-TRAN-DATE NUMERIC AND ARO-TRAN-DATE NOT = ZEROS
               MOVE ARO-TRAN-DATE TO WS-DTD-DATE
               PERFORM 7000-DATE-TO-DAYS
                   THRU 7000-DATE-TO-DAYS-EXIT
               MOVE WS-DTD-DAYS TO WS-ITEM-DAYS
               SUBTRACT WS-ITEM-DAYS FROM WS-AS-OF-DAYS
                   GIVING WS-DAYS-OLD
           END-IF.

           IF WS-DAYS-OLD < 30
               ADD ARO-OPEN-AMT TO WS-CUS-CURRENT
               MOVE "CURRENT" TO WS-BUCKET-TEXT
           ELSE
               IF WS-DAYS-OLD < 60
                   ADD ARO-OPEN-AMT TO WS-CUS-30
                   MOVE "30 DAYS" TO WS-BUCKET-TEXT
               ELSE
                   IF WS-DAYS-OLD < 90
                       ADD ARO-OPEN-AMT TO WS-CUS-60
                       MOVE "60 DAYS" TO WS-BUCKET-TEXT
                   ELSE
                       ADD ARO-OPEN-AMT TO WS-CUS-90
                       MOVE "90+ DAY" TO WS-BUCKET-TEXT
                   END-IF
               END-IF
           END-IF.

           IF NOT AGP-DETAIL-REQUESTED
               GO TO 3000-AGE-ITEM-EXIT
           END-IF.

           MOVE WS-DAYS-OLD      TO WS-EDIT-DAYS.
           MOVE ARO-ORIGINAL-AMT TO WS-EDIT-BILLED.
           MOVE ARO-PAID-AMT     TO WS-EDIT-PAID.
           MOVE ARO-OPEN-AMT     TO WS-EDIT-OPEN.
           MOVE SPACES TO REPT-LINE.
           STRING "    TRAN " ARO-TRAN-ID
                   " ITEM " ARO-ITEM-CODE
                   " DATED " ARO-TRAN-DATE
                   " ORIGINAL " WS-EDIT-BILLED
                   " PAID " WS-EDIT-PAID
                   " OPEN " WS-EDIT-OPEN
                   " AGE " WS-EDIT-DAYS
                   " " WS-BUCKET-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       3000-AGE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  4000-CUSTOMER-BREAK                                           *
      *  Prints the finished customer's total line, rolls it into the  *
      *  report totals and clears the customer accumulators. A         *
      *  customer no longer on the master still prints - the money is  *
      *  still owed - under a flagged name.                            *
      *================================================================*
       4000-CUSTOMER-BREAK.
           ADD 1 TO WS-CUSTOMER-COUNT.

           MOVE WS-PREV-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   MOVE "*** NOT ON CUSFILE" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUS-NAME TO WS-CUST-NAME
           END-READ.

           MOVE WS-CUS-BILLED  TO WS-EDIT-BILLED.
           MOVE WS-CUS-PAID    TO WS-EDIT-PAID.
           MOVE WS-CUS-OPEN    TO WS-EDIT-OPEN.
           MOVE WS-CUS-CURRENT TO WS-EDIT-CURRENT.
           MOVE WS-CUS-30      TO WS-EDIT-30.
           MOVE WS-CUS-60      TO WS-EDIT-60.
           MOVE WS-CUS-90      TO WS-EDIT-90.
           MOVE SPACES TO REPT-LINE.
           STRING WS-PREV-CUST-CODE " " WS-CUST-NAME
                   " " WS-EDIT-BILLED
                   " " WS-EDIT-PAID
                   " " WS-EDIT-OPEN
                   " " WS-EDIT-CURRENT
                   " " WS-EDIT-30
                   " " WS-EDIT-60
                   " " WS-EDIT-90
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF AGP-DETAIL-REQUESTED
               MOVE SPACES TO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           ADD WS-CUS-BILLED  TO WS-TOT-BILLED.
           ADD WS-CUS-PAID    TO WS-TOT-PAID.
           ADD WS-CUS-OPEN    TO WS-TOT-OPEN.
           ADD WS-CUS-CURRENT TO WS-TOT-CURRENT.
           ADD WS-CUS-30      TO WS-TOT-30.
           ADD WS-CUS-60      TO WS-TOT-60.
           ADD WS-CUS-90      TO WS-TOT-90.

           MOVE ZEROS TO WS-CUS-BILLED.
           MOVE ZEROS TO WS-CUS-PAID.
           MOVE ZEROS TO WS-CUS-OPEN.
           MOVE ZEROS TO WS-CUS-CURRENT.
           MOVE ZEROS TO WS-CUS-30.
           MOVE ZEROS TO WS-CUS-60.
           MOVE ZEROS TO WS-CUS-90.
       4000-CUSTOMER-BREAK-EXIT.
           EXIT.

      *================================================================*
      *  7000-DATE-TO-DAYS                                             *
      *  Turns the CCYYMMDD date in WS-DTD-DATE into a day number in   *
      *  WS-DTD-DAYS, counting March as the first month of the year    *
      *  so the leap day falls at the end. Two day numbers subtract    *
      *  to the calendar days between their dates.                     *
      *================================================================*
       7000-DATE-TO-DAYS.
           MOVE WS-DTD-CCYY TO WS-DTD-YEAR.
           MOVE WS-DTD-MM   TO WS-DTD-MONTH.
           IF WS-DTD-MONTH < 3
               SUBTRACT 1 FROM WS-DTD-YEAR
               ADD 12 TO WS-DTD-MONTH
           END-IF.

           MULTIPLY WS-DTD-YEAR BY 365 GIVING WS-DTD-DAYS.
           DIVIDE WS-DTD-YEAR BY 4   GIVING WS-DTD-QUOTIENT.
           ADD WS-DTD-QUOTIENT TO WS-DTD-DAYS.
           DIVIDE WS-DTD-YEAR BY 100 GIVING WS-DTD-QUOTIENT.
           SUBTRACT WS-DTD-QUOTIENT FROM WS-DTD-DAYS.
           DIVIDE WS-DTD-YEAR BY 400 GIVING WS-DTD-QUOTIENT.
           ADD WS-DTD-QUOTIENT TO WS-DTD-DAYS.

           SUBTRACT 3 FROM WS-DTD-MONTH GIVING WS-DTD-TERM.
           MULTIPLY 153 BY WS-DTD-TERM.
           ADD 2 TO WS-DTD-TERM.
           DIVIDE WS-DTD-TERM BY 5 GIVING WS-DTD-QUOTIENT.
           ADD WS-DTD-QUOTIENT TO WS-DTD-DAYS.
           ADD WS-DTD-DD       TO WS-DTD-DAYS.
       7000-DATE-TO-DAYS-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Prints the report totals and the tie-out: net billed less     *
      *  cash applied has to equal the open total, and the open total  *
      *  has to equal the four aging buckets added back together.      *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           IF NOT-FIRST-ITEM
               PERFORM 4000-CUSTOMER-BREAK
                   THRU 4000-CUSTOMER-BREAK-EXIT
           END-IF.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-ITEM-COUNT = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NO ITEMS ON THE AR LEDGER" TO REPT-LINE
               WRITE REPT-LINE
               GO TO 8000-WRITE-CONTROL-TOTALS-EXIT
           END-IF.

           MOVE WS-TOT-BILLED  TO WS-EDIT-BILLED.
           MOVE WS-TOT-PAID    TO WS-EDIT-PAID.
           MOVE WS-TOT-OPEN    TO WS-EDIT-OPEN.
           MOVE WS-TOT-CURRENT TO WS-EDIT-CURRENT.
           MOVE WS-TOT-30      TO WS-EDIT-30.
           MOVE WS-TOT-60      TO WS-EDIT-60.
           MOVE WS-TOT-90      TO WS-EDIT-90.
           MOVE SPACES TO REPT-LINE.
           STRING "REPORT TOTAL                 "
                   " " WS-EDIT-BILLED
                   " " WS-EDIT-PAID
                   " " WS-EDIT-OPEN
                   " " WS-EDIT-CURRENT
                   " " WS-EDIT-30
                   " " WS-EDIT-60
                   " " WS-EDIT-90
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-CUSTOMER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "CUSTOMERS LISTED. . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "LEDGER ITEMS READ . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-OPEN-ITEM-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OF WHICH WITH AN OPEN BALANCE . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           SUBTRACT WS-TOT-PAID FROM WS-TOT-BILLED
               GIVING WS-PROOF-OPEN.
           ADD WS-TOT-CURRENT WS-TOT-30 WS-TOT-60 WS-TOT-90
               GIVING WS-PROOF-AGED.

           MOVE WS-PROOF-OPEN TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "NET BILLED LESS CASH APPLIED. . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-OPEN TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "OPEN ITEM BALANCE . . . . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-PROOF-AGED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "SUM OF AGING BUCKETS. . . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF WS-PROOF-OPEN = WS-TOT-OPEN
                   AND WS-PROOF-AGED = WS-TOT-OPEN
               STRING "PROOF (BILLED - PAID = OPEN = AGED) : "
                       "IN BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "PROOF (BILLED - PAID = OPEN = AGED) : "
                       "*** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  8100-STATEMENT-CONTROL                                        *
      *  Ties the ledger back to what MULTSTM bills. The statements    *
      *  charge extension plus sales tax on every master not reversed; *
      *  the ledger's net billed is original less reversed across all  *
      *  its items, closed ones included. The two have to agree - a    *
      *  master with no ledger item, or an item the master no longer   *
      *  supports, puts the run out of balance. Masters posted before  *
      *  the ledger existed will show here until they are carried      *
      *  onto it.                                                      *
      *================================================================*
       8100-STATEMENT-CONTROL.
           PERFORM 8110-SUM-ONE-MASTER
               THRU 8110-SUM-ONE-MASTER-EXIT
               UNTIL END-OF-MSTFILE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "MASTERS BILLED (NOT REVERSED) . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MST-BILLED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "BILLED PER MASTER (EXT + TAX) . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-BILLED TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "NET BILLED PER AR LEDGER. . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF WS-MST-BILLED = WS-TOT-BILLED
               STRING "STATEMENT CONTROL (MASTER = LEDGER) : "
                       "IN BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "STATEMENT CONTROL (MASTER = LEDGER) : "
                       "*** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPT-LINE.
       8100-STATEMENT-CONTROL-EXIT.
           EXIT.

      *================================================================*
      *  8110-SUM-ONE-MASTER                                           *
      *  Adds one master's billed amount - extension plus any sales    *
      *  tax - into the statement control. A reversed master bills     *
      *  nothing.                                                      *
      *================================================================*
       8110-SUM-ONE-MASTER.
           READ MSTFILE NEXT
               AT END
                   SET END-OF-MSTFILE TO TRUE
                   GO TO 8110-SUM-ONE-MASTER-EXIT
           END-READ.

           IF MST-REVERSED
               GO TO 8110-SUM-ONE-MASTER-EXIT
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           ADD MST-RESULT TO WS-MST-BILLED.
           IF MST-TAX-AMOUNT NUMERIC
               ADD MST-TAX-AMOUNT TO WS-MST-BILLED
           END-IF.
       8110-SUM-ONE-MASTER-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals and the statement control and       *
      *  closes every file.                                            *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.
           PERFORM 8100-STATEMENT-CONTROL
               THRU 8100-STATEMENT-CONTROL-EXIT.

           CLOSE ARFILE.
           CLOSE MSTFILE.
           CLOSE CUSFILE.
           CLOSE AGERPT.
       9000-TERMINATE-EXIT.
           EXIT.
