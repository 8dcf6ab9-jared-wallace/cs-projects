      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTPOA.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - open-PO aging report.      *
      *                   Lists every PO still on order on the POFILE  *
      *                   open-PO file - ordered, received so far and  *
      *                   outstanding - aged from its order date to    *
      *                   the as-of date on the parameter card, and    *
      *                   flags the ones overdue, past their order     *
      *                   date plus the vendor lead time carried on    *
      *                   the PO. A second section lists the POs that  *
      *                   arrived short - closed short by MULTINV with *
      *                   a last receipt in the as-of month - and the  *
      *                   quantity that never came.                    *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPARM   ASSIGN TO POPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POPARM-STATUS.

           SELECT POFILE   ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.

           SELECT POARPT   ASSIGN TO POARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POARPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY POPRM.

       FD  POFILE
           LABEL RECORDS ARE STANDARD.
           COPY POREC.

       FD  POARPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-POPARM-STATUS                PIC X(02) VALUE "00".
       01  WS-POFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-POARPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-PO-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-POFILE                       VALUE "Y".
               88  NOT-END-OF-POFILE                   VALUE "N".

      *----------------------------------------------------------------*
      *  AGING FIELDS                                                  *
      *----------------------------------------------------------------*
       01  WS-AGING-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-AS-OF-DAYS                PIC 9(07) VALUE ZEROS.
           05  WS-ORDER-DAYS                PIC 9(07) VALUE ZEROS.
           05  WS-DAYS-OLD                  PIC S9(07) VALUE ZEROS.
           05  WS-DAYS-OVERDUE              PIC S9(07) VALUE ZEROS.
           05  WS-OUTSTANDING-QTY           PIC S9(07)V99 VALUE ZEROS.
           05  WS-SHORT-QTY                 PIC S9(07)V99 VALUE ZEROS.
           05  WS-BUCKET-TEXT               PIC X(07) VALUE SPACES.
           05  WS-STATUS-TEXT               PIC X(13) VALUE SPACES.
           05  WS-OVERDUE-TEXT              PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      *  AS-OF AND RECEIPT DATES - split so a receipt can be matched   *
      *  to the as-of month.                                           *
      *----------------------------------------------------------------*
       01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZEROS.
       01  WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-MONTH               PIC 9(06).
           05  FILLER                       PIC 9(02).
       01  WS-RECEIPT-DATE                 PIC 9(08) VALUE ZEROS.
       01  WS-RECEIPT-DATE-PARTS REDEFINES WS-RECEIPT-DATE.
           05  WS-RECEIPT-MONTH             PIC 9(06).
           05  FILLER                       PIC 9(02).

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
      *  CONTROL TOTALS                                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-PO-COUNT                  PIC 9(06) COMP VALUE ZERO.
           05  WS-OPEN-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-PART-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-OVERDUE-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-CURRENT-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-30-COUNT                  PIC 9(06) COMP VALUE ZERO.
           05  WS-60-COUNT                  PIC 9(06) COMP VALUE ZERO.
           05  WS-90-COUNT                  PIC 9(06) COMP VALUE ZERO.
           05  WS-SHORT-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  WS-TOT-OUTSTANDING           PIC S9(09)V99 VALUE ZEROS.
           05  WS-TOT-SHORT                 PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-DAYS                 PIC -ZZZ9.
           05  WS-EDIT-OVERDUE              PIC ZZZ9.
           05  WS-EDIT-ORDER-QTY            PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-RECEIVED-QTY         PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-OUTSTANDING          PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-TOTAL                PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Two passes over the PO file in PO order - the open POs, then  *
      *  the POs that arrived short.                                   *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-AGE-ONE-PO
               THRU 2000-AGE-ONE-PO-EXIT
               UNTIL END-OF-POFILE.

           PERFORM 3000-START-SHORT-SECTION
               THRU 3000-START-SHORT-SECTION-EXIT.

           PERFORM 3100-CHECK-ONE-SHORT
               THRU 3100-CHECK-ONE-SHORT-EXIT
               UNTIL END-OF-POFILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads the parameter card, opens the files, prints the         *
      *  headings and positions the PO file at its first PO. An empty  *
      *  card, or a zero or unreadable as-of date, ages to the run     *
      *  date.                                                         *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT POPARM.
           IF WS-POPARM-STATUS NOT = "00"
               DISPLAY "MULTPOA01E - UNABLE TO OPEN POPARM, STATUS = "
                   WS-POPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ POPARM
               AT END
                   MOVE SPACES TO POP-RECORD
                   MOVE ZEROS  TO POP-AS-OF-DATE
           END-READ.
           CLOSE POPARM.

           IF POP-AS-OF-DATE NOT NUMERIC
               MOVE ZEROS TO POP-AS-OF-DATE
           END-IF.
           IF POP-AS-OF-DATE = ZEROS
               MOVE WS-RUN-DATE    TO WS-AS-OF-DATE
           ELSE
               MOVE POP-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.

           MOVE WS-AS-OF-DATE TO WS-DTD-DATE.
           PERFORM 7000-DATE-TO-DAYS
               THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-DTD-DAYS TO WS-AS-OF-DAYS.

           OPEN INPUT POFILE.
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "MULTPOA02E - UNABLE TO OPEN POFILE, STATUS = "
                   WS-POFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT POARPT.
           IF WS-POARPT-STATUS NOT = "00"
               DISPLAY "MULTPOA03E - UNABLE TO OPEN POARPT, STATUS = "
                   WS-POARPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING "MULTPOA - OPEN PURCHASE ORDER AGING AS OF "
                   WS-AS-OF-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           MOVE "PURCHASE ORDERS ON ORDER" TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "PO     ITEM     VENDOR   ORDERED LEAD"
                   "    ORDER QTY     RECEIVED   OUTSTANDING"
                   "   AGE BUCKET  STATUS"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE ZEROS TO PO-NUMBER.
           START POFILE KEY NOT < PO-NUMBER
               INVALID KEY
                   SET END-OF-POFILE TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-AGE-ONE-PO                                               *
      *  Reads the next PO and, when it is still on order, prints it   *
      *  aged from its order date. A PO is overdue once the as-of date *
      *  is past its order date plus its lead days. A PO dated after   *
      *  the as-of date, or with no usable order date, is current.     *
      *================================================================*
       2000-AGE-ONE-PO.
           READ POFILE NEXT
               AT END
                   SET END-OF-POFILE TO TRUE
                   GO TO 2000-AGE-ONE-PO-EXIT
           END-READ.

           ADD 1 TO WS-PO-COUNT.

           IF NOT PO-STILL-OPEN
               GO TO 2000-AGE-ONE-PO-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-COUNT.
           SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
               GIVING WS-OUTSTANDING-QTY.
           ADD WS-OUTSTANDING-QTY TO WS-TOT-OUTSTANDING.

           MOVE ZERO TO WS-DAYS-OLD.
           IF PO-ORDER-DATE NUMERIC AND PO-ORDER-DATE NOT = ZEROS
               MOVE PO-ORDER-DATE TO WS-DTD-DATE
               PERFORM 7000-DATE-TO-DAYS
                   THRU 7000-DATE-TO-DAYS-EXIT
               MOVE WS-DTD-DAYS TO WS-ORDER-DAYS
               SUBTRACT WS-ORDER-DAYS FROM WS-AS-OF-DAYS
                   GIVING WS-DAYS-OLD
           END-IF.

           IF WS-DAYS-OLD < 30
               ADD 1 TO WS-CURRENT-COUNT
               MOVE "CURRENT" TO WS-BUCKET-TEXT
           ELSE
               IF WS-DAYS-OLD < 60
                   ADD 1 TO WS-30-COUNT
                   MOVE "30 DAYS" TO WS-BUCKET-TEXT
               ELSE
                   IF WS-DAYS-OLD < 90
                       ADD 1 TO WS-60-COUNT
                       MOVE "60 DAYS" TO WS-BUCKET-TEXT
                   ELSE
                       ADD 1 TO WS-90-COUNT
                       MOVE "90+ DAY" TO WS-BUCKET-TEXT
                   END-IF
               END-IF
           END-IF.

           IF PO-PART-RECEIVED
               ADD 1 TO WS-PART-COUNT
               MOVE "PART RECEIVED" TO WS-STATUS-TEXT
           ELSE
               MOVE "ON ORDER"      TO WS-STATUS-TEXT
           END-IF.

           MOVE SPACES TO WS-OVERDUE-TEXT.
           IF PO-LEAD-DAYS NOT NUMERIC
               MOVE ZEROS TO PO-LEAD-DAYS
           END-IF.
           SUBTRACT PO-LEAD-DAYS FROM WS-DAYS-OLD
               GIVING WS-DAYS-OVERDUE.
           IF WS-DAYS-OVERDUE > ZERO
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-DAYS-OVERDUE TO WS-EDIT-OVERDUE
               STRING "*** OVERDUE " WS-EDIT-OVERDUE " DAYS"
                   DELIMITED BY SIZE INTO WS-OVERDUE-TEXT
           END-IF.

           MOVE PO-ORDER-QTY       TO WS-EDIT-ORDER-QTY.
           MOVE PO-RECEIVED-QTY    TO WS-EDIT-RECEIVED-QTY.
           MOVE WS-OUTSTANDING-QTY TO WS-EDIT-OUTSTANDING.
           MOVE WS-DAYS-OLD        TO WS-EDIT-DAYS.
           MOVE SPACES TO REPT-LINE.
           STRING PO-NUMBER
                   " " PO-ITEM-CODE
                   " " PO-VENDOR-CODE
                   " " PO-ORDER-DATE
                   " " PO-LEAD-DAYS
                   " " WS-EDIT-ORDER-QTY
                   " " WS-EDIT-RECEIVED-QTY
                   " " WS-EDIT-OUTSTANDING
                   " " WS-EDIT-DAYS
                   " " WS-BUCKET-TEXT
                   " " WS-STATUS-TEXT
                   " " WS-OVERDUE-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       2000-AGE-ONE-PO-EXIT.
           EXIT.

      *================================================================*
      *  3000-START-SHORT-SECTION                                      *
      *  Closes off the open-PO section and repositions the PO file    *
      *  at its first PO for the arrived-short pass.                   *
      *================================================================*
       3000-START-SHORT-SECTION.
           IF WS-OPEN-COUNT = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - NO PURCHASE ORDER IS ON ORDER" TO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "PURCHASE ORDERS ARRIVED SHORT - CLOSED SHORT IN "
                   WS-AS-OF-MONTH
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           SET NOT-END-OF-POFILE TO TRUE.
           MOVE ZEROS TO PO-NUMBER.
           START POFILE KEY NOT < PO-NUMBER
               INVALID KEY
                   SET END-OF-POFILE TO TRUE
           END-START.
       3000-START-SHORT-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3100-CHECK-ONE-SHORT                                          *
      *  Reads the next PO and lists it when it was closed short with  *
      *  its last receipt in the as-of month - the quantity ordered,   *
      *  what came, and what never will.                               *
      *================================================================*
       3100-CHECK-ONE-SHORT.
           READ POFILE NEXT
               AT END
                   SET END-OF-POFILE TO TRUE
                   GO TO 3100-CHECK-ONE-SHORT-EXIT
           END-READ.

           IF NOT PO-CLOSED-SHORT
               GO TO 3100-CHECK-ONE-SHORT-EXIT
           END-IF.

           IF PO-LAST-RECEIPT-DATE NOT NUMERIC
               GO TO 3100-CHECK-ONE-SHORT-EXIT
           END-IF.
           MOVE PO-LAST-RECEIPT-DATE TO WS-RECEIPT-DATE.
           IF WS-RECEIPT-MONTH NOT = WS-AS-OF-MONTH
               GO TO 3100-CHECK-ONE-SHORT-EXIT
           END-IF.

           ADD 1 TO WS-SHORT-COUNT.
           SUBTRACT PO-RECEIVED-QTY FROM PO-ORDER-QTY
               GIVING WS-SHORT-QTY.
           ADD WS-SHORT-QTY TO WS-TOT-SHORT.

           MOVE PO-ORDER-QTY    TO WS-EDIT-ORDER-QTY.
           MOVE PO-RECEIVED-QTY TO WS-EDIT-RECEIVED-QTY.
           MOVE WS-SHORT-QTY    TO WS-EDIT-OUTSTANDING.
           MOVE SPACES TO REPT-LINE.
           STRING "*** PO " PO-NUMBER
                   " ITEM " PO-ITEM-CODE
                   " VENDOR " PO-VENDOR-CODE
                   " ORDERED " WS-EDIT-ORDER-QTY
                   " RECEIVED " WS-EDIT-RECEIVED-QTY
                   " SHORT " WS-EDIT-OUTSTANDING
                   " LAST RECEIPT " PO-LAST-RECEIPT-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       3100-CHECK-ONE-SHORT-EXIT.
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
      *  Prints the report totals. The aging buckets have to add back  *
      *  to the open POs listed.                                       *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           IF WS-SHORT-COUNT = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - NO PURCHASE ORDER ARRIVED SHORT" TO
                   REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-PO-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "PURCHASE ORDERS ON FILE . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "OPEN PURCHASE ORDERS. . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-PART-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OF WHICH PART RECEIVED. . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  OF WHICH OVERDUE. . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-CURRENT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  AGED CURRENT. . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-30-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  AGED 30 DAYS. . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-60-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  AGED 60 DAYS. . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-90-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  AGED 90 DAYS AND OVER . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-OUTSTANDING TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "QUANTITY OUTSTANDING. . . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-SHORT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "PURCHASE ORDERS ARRIVED SHORT . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-SHORT TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "QUANTITY NEVER RECEIVED . . . . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals and closes every file.              *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE POFILE.
           CLOSE POARPT.
       9000-TERMINATE-EXIT.
           EXIT.
