      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTMRG.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - gross margin report.       *
      *                   Reads the MSTFILE master for the extensions  *
      *                   whose transaction date falls in the range    *
      *                   on the parameter card and prints revenue,    *
      *                   cost, margin, and margin percent by item     *
      *                   and then by customer, off the cost MULT      *
      *                   carried on each master. A reversed           *
      *                   extension is left out - its revenue and its  *
      *                   cost were both backed out. A line at a       *
      *                   negative margin is flagged, and a line with  *
      *                   extensions that were never costed says so,   *
      *                   since its margin is overstated by their      *
      *                   cost.                                        *
      *  2026-10-15  JW   Sort record follows MSTREC out to 168 bytes  *
      *                   for the foreign-currency fields. Revenue     *
      *                   and cost stay in base currency, which is     *
      *                   what the master carries in MST-RESULT.       *
      *  2026-10-15  JW   Sort record takes MST-RUN-NO out of filler   *
      *                   in step with MSTREC.                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGPARM  ASSIGN TO MRGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGPARM-STATUS.

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

           SELECT SORTWORK ASSIGN TO SORTWORK.

           SELECT MRGRPT   ASSIGN TO MRGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRGPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY MRGPRM.

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD.
           COPY MSTREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      *----------------------------------------------------------------*
      *  Sort work record - keep the fields in step with MSTREC; the   *
      *  SD cannot COPY the same copybook without clashing with the    *
      *  MSTFILE record names.                                         *
      *----------------------------------------------------------------*
       SD  SORTWORK.
       01  SRT-RECORD.
           05  SRT-TRAN-ID                   PIC 9(06).
           05  SRT-NUM1                       PIC 999V99.
           05  SRT-NUM2                       PIC 999V99.
           05  SRT-RESULT                     PIC 9(07)V99.
           05  SRT-LAST-UPDATE-DATE            PIC 9(08).
           05  SRT-LAST-UPDATE-TIME            PIC 9(08).
           05  SRT-UPDATED-BY                  PIC X(08).
           05  SRT-POSTING-STATUS              PIC X(01).
           05  SRT-REVERSAL-FLAG               PIC X(01).
               88  SRT-REVERSED                            VALUE "R".
           05  SRT-GL-ACCOUNT-CODE             PIC X(10).
           05  SRT-ITEM-CODE                   PIC X(08).
           05  SRT-TRAN-DATE                   PIC 9(08).
           05  SRT-CUST-CODE                   PIC X(08).
           05  SRT-PRICE-SOURCE                PIC X(01).
           05  SRT-TAX-AMOUNT                  PIC 9(07)V99.
           05  SRT-TAX-JURISDICTION            PIC X(06).
           05  SRT-TAX-GL-ACCOUNT              PIC X(10).
           05  SRT-COST-AMOUNT                 PIC 9(07)V99.
           05  SRT-CURRENCY-CODE               PIC X(03).
           05  SRT-FX-RATE                     PIC 9(04)V9(06).
           05  SRT-FX-PRICE                    PIC 9(07)V99.
           05  SRT-FX-RESULT                   PIC 9(07)V99.
           05  SRT-FX-TAX-AMOUNT               PIC 9(07)V99.
           05  SRT-RUN-NO                      PIC 9(06).
           05  FILLER                          PIC X(02).

       FD  MRGRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-MRGPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-MSTFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-MRGRPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
               88  END-OF-SORTED-INPUT                VALUE "Y".
               88  NOT-END-OF-SORTED-INPUT            VALUE "N".
           05  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
               88  FIRST-IN-SECTION                   VALUE "Y".
               88  NOT-FIRST-IN-SECTION               VALUE "N".
           05  WS-SELECT-SWITCH            PIC X(01) VALUE "N".
               88  RECORD-SELECTED                    VALUE "Y".
               88  RECORD-NOT-SELECTED                VALUE "N".
           05  WS-SECTION-SWITCH           PIC X(01) VALUE "I".
               88  ITEM-SECTION                       VALUE "I".
               88  CUSTOMER-SECTION                   VALUE "C".

      *----------------------------------------------------------------*
      *  CONTROL BREAK FIELDS                                          *
      *----------------------------------------------------------------*
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-KEY                  PIC X(08) VALUE SPACES.
           05  WS-HOLD-NAME                 PIC X(20) VALUE SPACES.
           05  WS-FILTER-DATE               PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  LINE ACCUMULATORS - one item or one customer                  *
      *----------------------------------------------------------------*
       01  WS-GROUP-TOTALS.
           05  WS-GRP-COUNT                 PIC 9(06) COMP VALUE ZERO.
           05  WS-GRP-UNCOSTED              PIC 9(06) COMP VALUE ZERO.
           05  WS-GRP-QTY                   PIC 9(08)V99 VALUE ZEROS.
           05  WS-GRP-REVENUE               PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRP-COST                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-GRP-MARGIN                PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  SECTION TOTALS - both sections cover the same extensions, so  *
      *  the two totals have to agree                                  *
      *----------------------------------------------------------------*
       01  WS-SECTION-TOTALS.
           05  WS-SEC-COUNT                 PIC 9(06) COMP VALUE ZERO.
           05  WS-SEC-UNCOSTED              PIC 9(06) COMP VALUE ZERO.
           05  WS-SEC-LINES                 PIC 9(06) COMP VALUE ZERO.
           05  WS-SEC-NEGATIVE              PIC 9(06) COMP VALUE ZERO.
           05  WS-SEC-QTY                   PIC 9(08)V99 VALUE ZEROS.
           05  WS-SEC-REVENUE               PIC S9(09)V99 VALUE ZEROS.
           05  WS-SEC-COST                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-SEC-MARGIN                PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  RUN CONTROL TOTALS - counted on the item pass only            *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-READ-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-REVERSED-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-OUT-OF-RANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-ITEM-REVENUE              PIC S9(09)V99 VALUE ZEROS.
           05  WS-ITEM-COST                 PIC S9(09)V99 VALUE ZEROS.
           05  WS-ITEM-NEGATIVE             PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  MARGIN PERCENT WORK FIELDS                                    *
      *----------------------------------------------------------------*
       01  WS-PERCENT-FIELDS.
           05  WS-PCT-BASE                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-PCT-WORK                  PIC S9(11)V99 VALUE ZEROS.
           05  WS-MARGIN-PCT                PIC S9(04)V9 VALUE ZEROS.
           05  WS-FLAG-TEXT                 PIC X(24) VALUE SPACES.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-UNCOSTED             PIC ZZZ,ZZ9.
           05  WS-EDIT-QTY                  PIC ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-REVENUE              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COST                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-MARGIN               PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-PCT                  PIC -ZZZ9.9.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Sorts the master by item for the item section and again by    *
      *  customer for the customer section, then proves the two        *
      *  sections came to the same totals.                             *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORTWORK
               ON ASCENDING KEY SRT-ITEM-CODE
                                SRT-TRAN-ID
               USING MSTFILE
               OUTPUT PROCEDURE IS 3000-ITEM-SECTION
                   THRU 3000-ITEM-SECTION-EXIT.

           SORT SORTWORK
               ON ASCENDING KEY SRT-CUST-CODE
                                SRT-TRAN-ID
               USING MSTFILE
               OUTPUT PROCEDURE IS 4000-CUSTOMER-SECTION
                   THRU 4000-CUSTOMER-SECTION-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads the date range card, opens the customer master and the  *
      *  report, and writes the report headings. MSTFILE is opened     *
      *  here only to prove it can be - the SORTs do the actual        *
      *  reading - so a missing master abends with a proper message    *
      *  instead of a raw sort failure.                                *
      *================================================================*
       1000-INITIALIZE.
           MOVE ZEROS TO MRP-FROM-DATE.
           MOVE ZEROS TO MRP-TO-DATE.

           OPEN INPUT MRGPARM.
           IF WS-MRGPARM-STATUS = "00"
               READ MRGPARM
                   AT END
                       MOVE ZEROS TO MRP-FROM-DATE
                       MOVE ZEROS TO MRP-TO-DATE
               END-READ
               CLOSE MRGPARM
           END-IF.

           IF MRP-FROM-DATE NOT NUMERIC
               MOVE ZEROS TO MRP-FROM-DATE
           END-IF.
           IF MRP-TO-DATE NOT NUMERIC
               MOVE ZEROS TO MRP-TO-DATE
           END-IF.

           IF MRP-TO-DATE NOT = ZEROS
                   AND MRP-FROM-DATE > MRP-TO-DATE
               DISPLAY "MULTMRG01E - FROM DATE " MRP-FROM-DATE
                   " IS AFTER TO DATE " MRP-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MSTFILE.
           IF WS-MSTFILE-STATUS NOT = "00"
               DISPLAY "MULTMRG02E - UNABLE TO OPEN MSTFILE, STATUS = "
                   WS-MSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MSTFILE.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTMRG03E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MRGRPT.
           IF WS-MRGRPT-STATUS NOT = "00"
               DISPLAY "MULTMRG04E - UNABLE TO OPEN MRGRPT, STATUS = "
                   WS-MRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           MOVE "MULTMRG - GROSS MARGIN BY ITEM AND BY CUSTOMER"
               TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF MRP-FROM-DATE NOT = ZEROS
                   OR MRP-TO-DATE NOT = ZEROS
               STRING "TRANSACTION DATES " MRP-FROM-DATE
                       " THROUGH " MRP-TO-DATE
                       " (ZERO MEANS OPEN-ENDED)"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               MOVE "ALL TRANSACTION DATES" TO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-SELECT-RECORD                                            *
      *  Decides whether the sorted master just returned belongs on    *
      *  the report. A reversed extension is out - its revenue and     *
      *  cost were both backed out. A master from before the           *
      *  transaction date was carried is placed by its last-update     *
      *  date instead, as MULTITM does. The item pass counts what it   *
      *  leaves out; the customer pass sees the same records.          *
      *================================================================*
       2000-SELECT-RECORD.
           SET RECORD-NOT-SELECTED TO TRUE.

           IF ITEM-SECTION
               ADD 1 TO WS-READ-COUNT
           END-IF.

           IF SRT-REVERSED
               IF ITEM-SECTION
                   ADD 1 TO WS-REVERSED-COUNT
               END-IF
               GO TO 2000-SELECT-RECORD-EXIT
           END-IF.

           IF SRT-TRAN-DATE NUMERIC AND SRT-TRAN-DATE NOT = ZEROS
               MOVE SRT-TRAN-DATE        TO WS-FILTER-DATE
           ELSE
               MOVE SRT-LAST-UPDATE-DATE TO WS-FILTER-DATE
           END-IF.

           IF (MRP-FROM-DATE NOT = ZEROS
                   AND WS-FILTER-DATE < MRP-FROM-DATE)
               OR (MRP-TO-DATE NOT = ZEROS
                   AND WS-FILTER-DATE > MRP-TO-DATE)
               IF ITEM-SECTION
                   ADD 1 TO WS-OUT-OF-RANGE-COUNT
               END-IF
               GO TO 2000-SELECT-RECORD-EXIT
           END-IF.

           SET RECORD-SELECTED TO TRUE.
       2000-SELECT-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2100-ADD-TO-GROUP                                             *
      *  Rolls a selected extension into the current line. A master    *
      *  with no cost on it was never costed - it counts at zero cost  *
      *  and is counted so the line can say so.                        *
      *================================================================*
       2100-ADD-TO-GROUP.
           ADD 1          TO WS-GRP-COUNT.
           ADD SRT-NUM1   TO WS-GRP-QTY.
           ADD SRT-RESULT TO WS-GRP-REVENUE.

           IF SRT-COST-AMOUNT NUMERIC AND SRT-COST-AMOUNT > ZERO
               ADD SRT-COST-AMOUNT TO WS-GRP-COST
           ELSE
               ADD 1 TO WS-GRP-UNCOSTED
           END-IF.
       2100-ADD-TO-GROUP-EXIT.
           EXIT.

      *================================================================*
      *  2200-PRINT-GROUP-LINE                                         *
      *  Works out the margin and margin percent for the finished      *
      *  item or customer, prints its line, rolls it into the section  *
      *  totals, and clears the line accumulators.                     *
      *================================================================*
       2200-PRINT-GROUP-LINE.
           SUBTRACT WS-GRP-COST FROM WS-GRP-REVENUE
               GIVING WS-GRP-MARGIN.

           MOVE WS-GRP-REVENUE TO WS-PCT-BASE.
           PERFORM 2300-CALCULATE-PERCENT
               THRU 2300-CALCULATE-PERCENT-EXIT.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-GRP-MARGIN < ZERO
               MOVE "*** NEGATIVE MARGIN" TO WS-FLAG-TEXT
               ADD 1 TO WS-SEC-NEGATIVE
           ELSE
               IF WS-GRP-UNCOSTED > ZERO
                   MOVE WS-GRP-UNCOSTED TO WS-EDIT-UNCOSTED
                   STRING "** " WS-EDIT-UNCOSTED " NOT COSTED"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
               END-IF
           END-IF.

           MOVE WS-GRP-COUNT   TO WS-EDIT-COUNT.
           MOVE WS-GRP-QTY     TO WS-EDIT-QTY.
           MOVE WS-GRP-REVENUE TO WS-EDIT-REVENUE.
           MOVE WS-GRP-COST    TO WS-EDIT-COST.
           MOVE WS-GRP-MARGIN  TO WS-EDIT-MARGIN.
           MOVE WS-MARGIN-PCT  TO WS-EDIT-PCT.
           MOVE SPACES TO REPT-LINE.
           STRING WS-HOLD-KEY
                   " " WS-HOLD-NAME
                   " " WS-EDIT-COUNT
                   " " WS-EDIT-QTY
                   " " WS-EDIT-REVENUE
                   " " WS-EDIT-COST
                   " " WS-EDIT-MARGIN
                   " " WS-EDIT-PCT
                   " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           ADD 1               TO WS-SEC-LINES.
           ADD WS-GRP-COUNT    TO WS-SEC-COUNT.
           ADD WS-GRP-UNCOSTED TO WS-SEC-UNCOSTED.
           ADD WS-GRP-QTY      TO WS-SEC-QTY.
           ADD WS-GRP-REVENUE  TO WS-SEC-REVENUE.
           ADD WS-GRP-COST     TO WS-SEC-COST.
           ADD WS-GRP-MARGIN   TO WS-SEC-MARGIN.

           MOVE ZERO  TO WS-GRP-COUNT.
           MOVE ZERO  TO WS-GRP-UNCOSTED.
           MOVE ZEROS TO WS-GRP-QTY.
           MOVE ZEROS TO WS-GRP-REVENUE.
           MOVE ZEROS TO WS-GRP-COST.
           MOVE ZEROS TO WS-GRP-MARGIN.
       2200-PRINT-GROUP-LINE-EXIT.
           EXIT.

      *================================================================*
      *  2300-CALCULATE-PERCENT                                        *
      *  Margin as a percent of the revenue left in WS-PCT-BASE, to    *
      *  one decimal. No revenue gives no percent rather than a        *
      *  divide by zero.                                               *
      *================================================================*
       2300-CALCULATE-PERCENT.
           MOVE ZEROS TO WS-MARGIN-PCT.
           IF WS-PCT-BASE = ZERO
               GO TO 2300-CALCULATE-PERCENT-EXIT
           END-IF.

           MULTIPLY WS-GRP-MARGIN BY 100 GIVING WS-PCT-WORK.
           DIVIDE WS-PCT-BASE INTO WS-PCT-WORK
               GIVING WS-MARGIN-PCT ROUNDED
               ON SIZE ERROR
                   MOVE ZEROS TO WS-MARGIN-PCT
           END-DIVIDE.
       2300-CALCULATE-PERCENT-EXIT.
           EXIT.

      *================================================================*
      *  2400-WRITE-COLUMN-HEADINGS                                    *
      *  Heads up a section - the caller has already written its       *
      *  title.                                                        *
      *================================================================*
       2400-WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPT-LINE.
           IF ITEM-SECTION
               STRING "ITEM                          "
                       "  COUNT      QUANTITY         REVENUE"
                       "            COST          MARGIN  MARGIN%"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "CUSTOMER NAME                 "
                       "  COUNT      QUANTITY         REVENUE"
                       "            COST          MARGIN  MARGIN%"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
       2400-WRITE-COLUMN-HEADINGS-EXIT.
           EXIT.

      *================================================================*
      *  2500-PRINT-SECTION-TOTAL                                      *
      *  Prints the section's total line and counts, then clears the   *
      *  section totals for the next section.                          *
      *================================================================*
       2500-PRINT-SECTION-TOTAL.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-SEC-LINES = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NO EXTENSIONS IN THE DATE RANGE" TO REPT-LINE
               WRITE REPT-LINE
               GO TO 2500-PRINT-SECTION-TOTAL-EXIT
           END-IF.

           MOVE WS-SEC-REVENUE TO WS-PCT-BASE.
           MOVE WS-SEC-MARGIN  TO WS-GRP-MARGIN.
           PERFORM 2300-CALCULATE-PERCENT
               THRU 2300-CALCULATE-PERCENT-EXIT.
           MOVE ZEROS TO WS-GRP-MARGIN.

           MOVE WS-SEC-COUNT   TO WS-EDIT-COUNT.
           MOVE WS-SEC-QTY     TO WS-EDIT-QTY.
           MOVE WS-SEC-REVENUE TO WS-EDIT-REVENUE.
           MOVE WS-SEC-COST    TO WS-EDIT-COST.
           MOVE WS-SEC-MARGIN  TO WS-EDIT-MARGIN.
           MOVE WS-MARGIN-PCT  TO WS-EDIT-PCT.
           MOVE SPACES TO REPT-LINE.
           STRING "SECTION TOTAL                "
                   " " WS-EDIT-COUNT
                   " " WS-EDIT-QTY
                   " " WS-EDIT-REVENUE
                   " " WS-EDIT-COST
                   " " WS-EDIT-MARGIN
                   " " WS-EDIT-PCT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-SEC-NEGATIVE TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "LINES AT A NEGATIVE MARGIN. . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-SEC-UNCOSTED TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "EXTENSIONS NEVER COSTED . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       2500-PRINT-SECTION-TOTAL-EXIT.
           EXIT.

      *================================================================*
      *  2600-CLEAR-SECTION                                            *
      *  Resets the section totals and the break switch between the    *
      *  two passes.                                                   *
      *================================================================*
       2600-CLEAR-SECTION.
           MOVE ZERO  TO WS-SEC-COUNT.
           MOVE ZERO  TO WS-SEC-UNCOSTED.
           MOVE ZERO  TO WS-SEC-LINES.
           MOVE ZERO  TO WS-SEC-NEGATIVE.
           MOVE ZEROS TO WS-SEC-QTY.
           MOVE ZEROS TO WS-SEC-REVENUE.
           MOVE ZEROS TO WS-SEC-COST.
           MOVE ZEROS TO WS-SEC-MARGIN.
           SET FIRST-IN-SECTION        TO TRUE.
           SET NOT-END-OF-SORTED-INPUT TO TRUE.
       2600-CLEAR-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3000-ITEM-SECTION                                             *
      *  Output procedure for the item sort - one line per item, then  *
      *  the section total. The total is kept for the proof against    *
      *  the customer section.                                         *
      *================================================================*
       3000-ITEM-SECTION.
           SET ITEM-SECTION TO TRUE.
           PERFORM 2600-CLEAR-SECTION
               THRU 2600-CLEAR-SECTION-EXIT.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           MOVE "GROSS MARGIN BY ITEM" TO REPT-LINE.
           WRITE REPT-LINE.
           PERFORM 2400-WRITE-COLUMN-HEADINGS
               THRU 2400-WRITE-COLUMN-HEADINGS-EXIT.

           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.

           PERFORM 3100-PROCESS-ONE-ITEM-RECORD
               THRU 3100-PROCESS-ONE-ITEM-RECORD-EXIT
               UNTIL END-OF-SORTED-INPUT.

           IF NOT-FIRST-IN-SECTION
               PERFORM 2200-PRINT-GROUP-LINE
                   THRU 2200-PRINT-GROUP-LINE-EXIT
           END-IF.

           PERFORM 2500-PRINT-SECTION-TOTAL
               THRU 2500-PRINT-SECTION-TOTAL-EXIT.

           MOVE WS-SEC-REVENUE  TO WS-ITEM-REVENUE.
           MOVE WS-SEC-COST     TO WS-ITEM-COST.
           MOVE WS-SEC-NEGATIVE TO WS-ITEM-NEGATIVE.
       3000-ITEM-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3100-PROCESS-ONE-ITEM-RECORD                                  *
      *  Breaks on item and rolls a selected extension into the        *
      *  item's line. Returns the next record.                         *
      *================================================================*
       3100-PROCESS-ONE-ITEM-RECORD.
           PERFORM 2000-SELECT-RECORD
               THRU 2000-SELECT-RECORD-EXIT.
           IF RECORD-NOT-SELECTED
               GO TO 3100-RETURN-NEXT
           END-IF.

           IF NOT-FIRST-IN-SECTION
                   AND SRT-ITEM-CODE NOT = WS-HOLD-KEY
               PERFORM 2200-PRINT-GROUP-LINE
                   THRU 2200-PRINT-GROUP-LINE-EXIT
           END-IF.
           SET NOT-FIRST-IN-SECTION TO TRUE.
           MOVE SRT-ITEM-CODE TO WS-HOLD-KEY.
           MOVE SPACES        TO WS-HOLD-NAME.

           PERFORM 2100-ADD-TO-GROUP
               THRU 2100-ADD-TO-GROUP-EXIT.

       3100-RETURN-NEXT.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.
       3100-PROCESS-ONE-ITEM-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  4000-CUSTOMER-SECTION                                         *
      *  Output procedure for the customer sort - one line per         *
      *  customer, then the section total.                             *
      *================================================================*
       4000-CUSTOMER-SECTION.
           SET CUSTOMER-SECTION TO TRUE.
           PERFORM 2600-CLEAR-SECTION
               THRU 2600-CLEAR-SECTION-EXIT.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           MOVE "GROSS MARGIN BY CUSTOMER" TO REPT-LINE.
           WRITE REPT-LINE.
           PERFORM 2400-WRITE-COLUMN-HEADINGS
               THRU 2400-WRITE-COLUMN-HEADINGS-EXIT.

           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.

           PERFORM 4100-PROCESS-ONE-CUST-RECORD
               THRU 4100-PROCESS-ONE-CUST-RECORD-EXIT
               UNTIL END-OF-SORTED-INPUT.

           IF NOT-FIRST-IN-SECTION
               PERFORM 2200-PRINT-GROUP-LINE
                   THRU 2200-PRINT-GROUP-LINE-EXIT
           END-IF.

           PERFORM 2500-PRINT-SECTION-TOTAL
               THRU 2500-PRINT-SECTION-TOTAL-EXIT.
       4000-CUSTOMER-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  4100-PROCESS-ONE-CUST-RECORD                                  *
      *  Breaks on customer - looking the new customer's name up on    *
      *  the master - and rolls a selected extension into the          *
      *  customer's line. Returns the next record.                     *
      *================================================================*
       4100-PROCESS-ONE-CUST-RECORD.
           PERFORM 2000-SELECT-RECORD
               THRU 2000-SELECT-RECORD-EXIT.
           IF RECORD-NOT-SELECTED
               GO TO 4100-RETURN-NEXT
           END-IF.

           IF NOT-FIRST-IN-SECTION
                   AND SRT-CUST-CODE NOT = WS-HOLD-KEY
               PERFORM 2200-PRINT-GROUP-LINE
                   THRU 2200-PRINT-GROUP-LINE-EXIT
           END-IF.

           IF FIRST-IN-SECTION
                   OR SRT-CUST-CODE NOT = WS-HOLD-KEY
               MOVE SRT-CUST-CODE TO WS-HOLD-KEY
               MOVE SRT-CUST-CODE TO CUS-CUST-CODE
               READ CUSFILE
                   INVALID KEY
                       MOVE "*** NOT ON CUSFILE" TO WS-HOLD-NAME
                   NOT INVALID KEY
                       MOVE CUS-NAME TO WS-HOLD-NAME
               END-READ
           END-IF.
           SET NOT-FIRST-IN-SECTION TO TRUE.

           PERFORM 2100-ADD-TO-GROUP
               THRU 2100-ADD-TO-GROUP-EXIT.

       4100-RETURN-NEXT.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.
       4100-PROCESS-ONE-CUST-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Prints the run counts and proves the item and customer        *
      *  sections reported the same revenue and cost - the same        *
      *  extensions cut two ways.                                      *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "MASTER RECORDS READ . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  LEFT OUT - REVERSED . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-OUT-OF-RANGE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  LEFT OUT - OUTSIDE DATE RANGE . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF WS-ITEM-REVENUE = WS-SEC-REVENUE
                   AND WS-ITEM-COST = WS-SEC-COST
               STRING "PROOF (ITEM TOTAL = CUSTOMER TOTAL) : "
                       "IN BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "PROOF (ITEM TOTAL = CUSTOMER TOTAL) : "
                       "*** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPT-LINE.

           IF WS-ITEM-NEGATIVE > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals and closes the customer master and  *
      *  the report - MSTFILE was opened and closed by the SORTs.      *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE CUSFILE.
           CLOSE MRGRPT.
       9000-TERMINATE-EXIT.
           EXIT.
