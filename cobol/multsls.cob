      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTSLS.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - sales analysis. Takes the  *
      *                   extensions from the MSTFILE master or from   *
      *                   a RESFILE of run results, as the parameter   *
      *                   card says, and summarizes them by item, by   *
      *                   customer within item, and by customer, on    *
      *                   transaction date. Each line shows quantity,  *
      *                   revenue, and transaction count for the       *
      *                   current period, the prior period, and the    *
      *                   same period last year, with the change       *
      *                   against each and the percent change, all     *
      *                   net of reversals - a reversed master is      *
      *                   left out, a reversal result record counts    *
      *                   against the period it falls in. The same     *
      *                   figures go to the SLSCSV comma-delimited     *
      *                   extract, one row per line, with a heading    *
      *                   row, for loading into a spreadsheet. The     *
      *                   three sections cover the same extensions     *
      *                   and are proved against each other.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLSPARM  ASSIGN TO SLSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSPARM-STATUS.

           SELECT MSTFILE  ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRAN-ID
               FILE STATUS IS WS-MSTFILE-STATUS.

           SELECT RESFILE  ASSIGN TO RESFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESFILE-STATUS.

           SELECT CUSFILE  ASSIGN TO CUSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWORK.

           SELECT SLSRPT   ASSIGN TO SLSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSRPT-STATUS.

           SELECT SLSCSV   ASSIGN TO SLSCSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLSPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SLSPRM.

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD.
           COPY MSTREC.

       FD  RESFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY RESREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      *----------------------------------------------------------------*
      *  Sort work record - one selected extension, keyed for the      *
      *  section being built, with its figures placed under each of    *
      *  the three periods it falls in and zero under the others.      *
      *----------------------------------------------------------------*
       SD  SORTWORK.
       01  SRT-RECORD.
           05  SRT-KEY.
               10  SRT-MAJOR-KEY              PIC X(08).
               10  SRT-MINOR-KEY              PIC X(08).
           05  SRT-ITEM-CODE                  PIC X(08).
           05  SRT-CUST-CODE                  PIC X(08).
           05  SRT-PERIOD OCCURS 3 TIMES.
               10  SRT-QTY                    PIC S9(07)V99.
               10  SRT-REVENUE                PIC S9(09)V99.
               10  SRT-COUNT                  PIC S9(05).

       FD  SLSRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       FD  SLSCSV
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CSV-RECORD                         PIC X(400).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-SLSPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-MSTFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-RESFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-SLSRPT-STATUS                PIC X(02) VALUE "00".
       01  WS-SLSCSV-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
               88  END-OF-SORTED-INPUT                VALUE "Y".
               88  NOT-END-OF-SORTED-INPUT            VALUE "N".
           05  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE "N".
               88  END-OF-SOURCE                      VALUE "Y".
               88  NOT-END-OF-SOURCE                  VALUE "N".
           05  WS-FIRST-SWITCH             PIC X(01) VALUE "Y".
               88  FIRST-IN-SECTION                   VALUE "Y".
               88  NOT-FIRST-IN-SECTION               VALUE "N".
           05  WS-PERIOD-SWITCH            PIC X(01) VALUE "N".
               88  IN-A-PERIOD                        VALUE "Y".
               88  IN-NO-PERIOD                       VALUE "N".
           05  WS-PASS-SWITCH              PIC X(01) VALUE "I".
               88  ITEM-PASS                          VALUE "I".
               88  ITEM-CUSTOMER-PASS                 VALUE "B".
               88  CUSTOMER-PASS                      VALUE "C".
           05  WS-MONTH-END-SWITCH         PIC X(01) VALUE "N".
               88  DATE-AT-MONTH-END                  VALUE "Y".
               88  DATE-NOT-AT-MONTH-END              VALUE "N".
           05  WS-PROOF-SWITCH             PIC X(01) VALUE "Y".
               88  SECTIONS-IN-BALANCE                VALUE "Y".
               88  SECTIONS-OUT-OF-BALANCE            VALUE "N".

      *----------------------------------------------------------------*
      *  THE THREE PERIODS - CURRENT, PRIOR, SAME PERIOD LAST YEAR     *
      *----------------------------------------------------------------*
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW OCCURS 3 TIMES.
               10  WS-WIN-FROM              PIC 9(08).
               10  WS-WIN-TO                PIC 9(08).

       01  WS-PERIOD-LABEL-VALUES.
           05  FILLER                       PIC X(11) VALUE "CURRENT".
           05  FILLER                       PIC X(11) VALUE "PRIOR".
           05  FILLER                       PIC X(11) VALUE "LAST YEAR".
       01  WS-PERIOD-LABEL-TABLE REDEFINES WS-PERIOD-LABEL-VALUES.
           05  WS-PERIOD-LABEL              PIC X(11) OCCURS 3 TIMES.

       01  WS-CSV-PREFIX-VALUES.
           05  FILLER                       PIC X(05) VALUE "CUR".
           05  FILLER                       PIC X(05) VALUE "PRIOR".
           05  FILLER                       PIC X(05) VALUE "LY".
       01  WS-CSV-PREFIX-TABLE REDEFINES WS-CSV-PREFIX-VALUES.
           05  WS-CSV-PREFIX                PIC X(05) OCCURS 3 TIMES.

       77  WS-PER-SUB                      PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  PERIOD DERIVATION FIELDS                                      *
      *----------------------------------------------------------------*
       01  WS-ROLL-FIELDS.
           05  WS-ROLL-DATE                 PIC 9(08) VALUE ZEROS.
           05  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
               10  WS-ROLL-CCYY             PIC 9(04).
               10  WS-ROLL-MM               PIC 9(02).
               10  WS-ROLL-DD               PIC 9(02).
           05  WS-KEEP-DD                   PIC 9(02) VALUE ZEROS.
           05  WS-FROM-MONTHS               PIC 9(06) COMP VALUE ZERO.
           05  WS-TO-MONTHS                 PIC 9(06) COMP VALUE ZERO.
           05  WS-MONTH-SPAN                PIC 9(04) COMP VALUE ZERO.
           05  WS-MONTH-DAYS                PIC 9(02) VALUE ZEROS.
           05  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZERO.

       01  WS-MONTH-LENGTH-VALUES          PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH              PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *  THE EXTENSION BEING SELECTED, FROM EITHER SOURCE              *
      *----------------------------------------------------------------*
       01  WS-SELECT-FIELDS.
           05  WS-SEL-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-SEL-ITEM-CODE             PIC X(08) VALUE SPACES.
           05  WS-SEL-CUST-CODE             PIC X(08) VALUE SPACES.
           05  WS-SEL-QTY                   PIC S9(07)V99 VALUE ZEROS.
           05  WS-SEL-REVENUE               PIC S9(09)V99 VALUE ZEROS.
           05  WS-SEL-COUNT                 PIC S9(05) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  CONTROL BREAK FIELDS                                          *
      *----------------------------------------------------------------*
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-KEY.
               10  WS-HOLD-MAJOR            PIC X(08) VALUE SPACES.
               10  WS-HOLD-MINOR            PIC X(08) VALUE SPACES.
           05  WS-HOLD-ITEM                 PIC X(08) VALUE SPACES.
           05  WS-HOLD-CUST                 PIC X(08) VALUE SPACES.
           05  WS-HOLD-NAME                 PIC X(25) VALUE SPACES.
           05  WS-SECTION-NAME              PIC X(13) VALUE SPACES.
           05  WS-PRINT-CODE                PIC X(08) VALUE SPACES.
           05  WS-PRINT-NAME                PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *  FIGURES BY PERIOD - one line, one section, and the copy being *
      *  printed. The three have the same shape.                       *
      *----------------------------------------------------------------*
       01  WS-LINE-FIGURES.
           05  WS-LINE-PERIOD OCCURS 3 TIMES.
               10  WS-LINE-QTY              PIC S9(07)V99.
               10  WS-LINE-REVENUE          PIC S9(09)V99.
               10  WS-LINE-COUNT            PIC S9(07).

       01  WS-SEC-FIGURES.
           05  WS-SEC-PERIOD OCCURS 3 TIMES.
               10  WS-SEC-QTY               PIC S9(07)V99.
               10  WS-SEC-REVENUE           PIC S9(09)V99.
               10  WS-SEC-COUNT             PIC S9(07).

       01  WS-PRT-FIGURES.
           05  WS-PRT-PERIOD OCCURS 3 TIMES.
               10  WS-PRT-QTY               PIC S9(07)V99.
               10  WS-PRT-REVENUE           PIC S9(09)V99.
               10  WS-PRT-COUNT             PIC S9(07).

      *----------------------------------------------------------------*
      *  THE ITEM SECTION'S TOTALS, KEPT TO PROVE THE OTHER TWO        *
      *  SECTIONS AGAINST                                              *
      *----------------------------------------------------------------*
       01  WS-ITEM-SEC-FIGURES             PIC X(81) VALUE SPACES.

      *----------------------------------------------------------------*
      *  CHANGE AGAINST THE PRIOR PERIOD AND LAST YEAR - entry 1 is    *
      *  the current period and is not used                            *
      *----------------------------------------------------------------*
       01  WS-VARIANCE-TABLE.
           05  WS-VARIANCE OCCURS 3 TIMES.
               10  WS-VAR-QTY               PIC S9(07)V99.
               10  WS-VAR-REVENUE           PIC S9(09)V99.
               10  WS-VAR-COUNT             PIC S9(07).
               10  WS-VAR-QTY-PCT           PIC X(08).
               10  WS-VAR-REV-PCT           PIC X(08).

       01  WS-PERCENT-FIELDS.
           05  WS-PCT-CHANGE                PIC S9(09)V99 VALUE ZEROS.
           05  WS-PCT-BASE                  PIC S9(09)V99 VALUE ZEROS.
           05  WS-PCT-WORK                  PIC S9(11)V99 VALUE ZEROS.
           05  WS-PCT                       PIC S9(05)V9 VALUE ZEROS.
           05  WS-PCT-TEXT                  PIC X(08) VALUE SPACES.
           05  WS-EDIT-PCT                  PIC -----9.9.

      *----------------------------------------------------------------*
      *  RUN CONTROL TOTALS - counted on the item pass only            *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-READ-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-REVERSED-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-REVERSAL-RES-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-UNDATED-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-OUT-OF-RANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
           05  WS-SELECTED-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-SEC-LINES                 PIC 9(06) COMP VALUE ZERO.
           05  WS-CSV-ROWS                  PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  EXTRACT BUILDING FIELDS - the edited figures are stripped of  *
      *  their leading blanks before they go on the row                *
      *----------------------------------------------------------------*
       01  WS-CSV-FIELDS.
           05  WS-CSV-PTR                   PIC 9(04) COMP VALUE ZERO.
           05  WS-CSV-FIELD-IN              PIC X(20) VALUE SPACES.
           05  WS-CSV-LEAD                  PIC X(20) VALUE SPACES.
           05  WS-CSV-FIELD                 PIC X(20) VALUE SPACES.
           05  WS-CSV-QTY                   PIC -(8)9.99.
           05  WS-CSV-REVENUE               PIC -(10)9.99.
           05  WS-CSV-COUNT                 PIC -(7)9.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-QTY                  PIC --,---,--9.99.
           05  WS-EDIT-REVENUE              PIC ----,---,--9.99.
           05  WS-EDIT-TRANS                PIC ----,--9.
           05  WS-EDIT-QTY-VAR              PIC --,---,--9.99.
           05  WS-EDIT-REV-VAR              PIC ----,---,--9.99.
           05  WS-EDIT-QTY-PCT              PIC X(08).
           05  WS-EDIT-REV-PCT              PIC X(08).

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Three sorts of the same selected extensions - by item, by     *
      *  customer within item, by customer - each summarized in its    *
      *  own section, then the sections proved against each other.     *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SET ITEM-PASS TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-SELECT-EXTENSIONS
                   THRU 2000-SELECT-EXTENSIONS-EXIT
               OUTPUT PROCEDURE IS 3000-SUMMARIZE-SECTION
                   THRU 3000-SUMMARIZE-SECTION-EXIT.

           SET ITEM-CUSTOMER-PASS TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-SELECT-EXTENSIONS
                   THRU 2000-SELECT-EXTENSIONS-EXIT
               OUTPUT PROCEDURE IS 3000-SUMMARIZE-SECTION
                   THRU 3000-SUMMARIZE-SECTION-EXIT.

           SET CUSTOMER-PASS TO TRUE.
           SORT SORTWORK
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 2000-SELECT-EXTENSIONS
                   THRU 2000-SELECT-EXTENSIONS-EXIT
               OUTPUT PROCEDURE IS 3000-SUMMARIZE-SECTION
                   THRU 3000-SUMMARIZE-SECTION-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads and validates the parameter card and settles the three  *
      *  periods, opens the customer master, the report and the        *
      *  extract, and writes the headings. The source file is opened   *
      *  here only to prove it can be - each sort's input procedure    *
      *  reads it afresh.                                              *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT SLSPARM.
           IF WS-SLSPARM-STATUS NOT = "00"
               DISPLAY "MULTSLS01E - UNABLE TO OPEN SLSPARM, STATUS = "
                   WS-SLSPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ SLSPARM
               AT END
                   DISPLAY "MULTSLS02E - SLSPARM IS EMPTY - THE "
                       "CURRENT PERIOD IS REQUIRED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE SLSPARM.

           PERFORM 1100-VALIDATE-PARM
               THRU 1100-VALIDATE-PARM-EXIT.

           IF SLP-SOURCE-RESULTS
               OPEN INPUT RESFILE
               IF WS-RESFILE-STATUS NOT = "00"
                   DISPLAY "MULTSLS04E - UNABLE TO OPEN RESFILE, "
                       "STATUS = " WS-RESFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE RESFILE
           ELSE
               OPEN INPUT MSTFILE
               IF WS-MSTFILE-STATUS NOT = "00"
                   DISPLAY "MULTSLS05E - UNABLE TO OPEN MSTFILE, "
                       "STATUS = " WS-MSTFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE MSTFILE
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTSLS06E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SLSRPT.
           IF WS-SLSRPT-STATUS NOT = "00"
               DISPLAY "MULTSLS07E - UNABLE TO OPEN SLSRPT, STATUS = "
                   WS-SLSRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SLSCSV.
           IF WS-SLSCSV-STATUS NOT = "00"
               DISPLAY "MULTSLS08E - UNABLE TO OPEN SLSCSV, STATUS = "
                   WS-SLSCSV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1400-WRITE-HEADINGS
               THRU 1400-WRITE-HEADINGS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-VALIDATE-PARM                                            *
      *  The source byte must be M, R, or space, and the current       *
      *  period must be a real range. A prior or last-year period is   *
      *  taken as keyed when either of its dates is, and must then be  *
      *  a real range too; otherwise it is worked out from the         *
      *  current period.                                               *
      *================================================================*
       1100-VALIDATE-PARM.
           IF NOT SLP-SOURCE-MASTER AND NOT SLP-SOURCE-RESULTS
               DISPLAY "MULTSLS03E - SOURCE " SLP-SOURCE
                   " IS NOT M (MSTFILE) OR R (RESFILE)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SLP-FROM-DATE NOT NUMERIC
                   OR SLP-TO-DATE NOT NUMERIC
                   OR SLP-FROM-DATE = ZEROS
                   OR SLP-TO-DATE = ZEROS
                   OR SLP-FROM-DATE > SLP-TO-DATE
               DISPLAY "MULTSLS03E - CURRENT PERIOD " SLP-FROM-DATE
                   " THROUGH " SLP-TO-DATE " IS NOT A DATE RANGE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SLP-FROM-DATE TO WS-WIN-FROM (1).
           MOVE SLP-TO-DATE   TO WS-WIN-TO (1).

           IF SLP-PRIOR-FROM-DATE NOT NUMERIC
               MOVE ZEROS TO SLP-PRIOR-FROM-DATE
           END-IF.
           IF SLP-PRIOR-TO-DATE NOT NUMERIC
               MOVE ZEROS TO SLP-PRIOR-TO-DATE
           END-IF.
           IF SLP-LAST-YEAR-FROM-DATE NOT NUMERIC
               MOVE ZEROS TO SLP-LAST-YEAR-FROM-DATE
           END-IF.
           IF SLP-LAST-YEAR-TO-DATE NOT NUMERIC
               MOVE ZEROS TO SLP-LAST-YEAR-TO-DATE
           END-IF.

           IF SLP-PRIOR-FROM-DATE = ZEROS
                   AND SLP-PRIOR-TO-DATE = ZEROS
               PERFORM 1200-DERIVE-PRIOR-PERIOD
                   THRU 1200-DERIVE-PRIOR-PERIOD-EXIT
           ELSE
               IF SLP-PRIOR-FROM-DATE = ZEROS
                       OR SLP-PRIOR-FROM-DATE > SLP-PRIOR-TO-DATE
                   DISPLAY "MULTSLS03E - PRIOR PERIOD "
                       SLP-PRIOR-FROM-DATE " THROUGH "
                       SLP-PRIOR-TO-DATE " IS NOT A DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SLP-PRIOR-FROM-DATE TO WS-WIN-FROM (2)
               MOVE SLP-PRIOR-TO-DATE   TO WS-WIN-TO (2)
           END-IF.

           IF SLP-LAST-YEAR-FROM-DATE = ZEROS
                   AND SLP-LAST-YEAR-TO-DATE = ZEROS
               PERFORM 1300-DERIVE-LAST-YEAR
                   THRU 1300-DERIVE-LAST-YEAR-EXIT
           ELSE
               IF SLP-LAST-YEAR-FROM-DATE = ZEROS
                       OR SLP-LAST-YEAR-FROM-DATE
                          > SLP-LAST-YEAR-TO-DATE
                   DISPLAY "MULTSLS03E - LAST-YEAR PERIOD "
                       SLP-LAST-YEAR-FROM-DATE " THROUGH "
                       SLP-LAST-YEAR-TO-DATE " IS NOT A DATE RANGE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SLP-LAST-YEAR-FROM-DATE TO WS-WIN-FROM (3)
               MOVE SLP-LAST-YEAR-TO-DATE   TO WS-WIN-TO (3)
           END-IF.
       1100-VALIDATE-PARM-EXIT.
           EXIT.

      *================================================================*
      *  1200-DERIVE-PRIOR-PERIOD                                      *
      *  The prior period is the current one moved back by the number  *
      *  of calendar months it spans - a month gives the month before, *
      *  a quarter the quarter before. A to date on a month end stays  *
      *  on the month end; any other day is kept, or the last day of a *
      *  month too short to have it.                                   *
      *================================================================*
       1200-DERIVE-PRIOR-PERIOD.
           MOVE SLP-TO-DATE TO WS-ROLL-DATE.
           MULTIPLY WS-ROLL-CCYY BY 12 GIVING WS-TO-MONTHS.
           ADD WS-ROLL-MM TO WS-TO-MONTHS.

           MOVE SLP-FROM-DATE TO WS-ROLL-DATE.
           MULTIPLY WS-ROLL-CCYY BY 12 GIVING WS-FROM-MONTHS.
           ADD WS-ROLL-MM TO WS-FROM-MONTHS.

           SUBTRACT WS-FROM-MONTHS FROM WS-TO-MONTHS
               GIVING WS-MONTH-SPAN.
           ADD 1 TO WS-MONTH-SPAN.

           MOVE SLP-FROM-DATE TO WS-ROLL-DATE.
           PERFORM 7000-NOTE-DAY
               THRU 7000-NOTE-DAY-EXIT.
           SET DATE-NOT-AT-MONTH-END TO TRUE.
           PERFORM 7100-BACK-ONE-MONTH
               THRU 7100-BACK-ONE-MONTH-EXIT
               WS-MONTH-SPAN TIMES.
           PERFORM 7200-SET-DAY
               THRU 7200-SET-DAY-EXIT.
           MOVE WS-ROLL-DATE TO WS-WIN-FROM (2).

           MOVE SLP-TO-DATE TO WS-ROLL-DATE.
           PERFORM 7000-NOTE-DAY
               THRU 7000-NOTE-DAY-EXIT.
           PERFORM 7100-BACK-ONE-MONTH
               THRU 7100-BACK-ONE-MONTH-EXIT
               WS-MONTH-SPAN TIMES.
           PERFORM 7200-SET-DAY
               THRU 7200-SET-DAY-EXIT.
           MOVE WS-ROLL-DATE TO WS-WIN-TO (2).
       1200-DERIVE-PRIOR-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  1300-DERIVE-LAST-YEAR                                         *
      *  The same period a year back, with the same month-end rule -   *
      *  so February through the 29th last year is February through    *
      *  the 28th, and the other way about.                            *
      *================================================================*
       1300-DERIVE-LAST-YEAR.
           MOVE SLP-FROM-DATE TO WS-ROLL-DATE.
           PERFORM 7000-NOTE-DAY
               THRU 7000-NOTE-DAY-EXIT.
           SET DATE-NOT-AT-MONTH-END TO TRUE.
           SUBTRACT 1 FROM WS-ROLL-CCYY.
           PERFORM 7200-SET-DAY
               THRU 7200-SET-DAY-EXIT.
           MOVE WS-ROLL-DATE TO WS-WIN-FROM (3).

           MOVE SLP-TO-DATE TO WS-ROLL-DATE.
           PERFORM 7000-NOTE-DAY
               THRU 7000-NOTE-DAY-EXIT.
           SUBTRACT 1 FROM WS-ROLL-CCYY.
           PERFORM 7200-SET-DAY
               THRU 7200-SET-DAY-EXIT.
           MOVE WS-ROLL-DATE TO WS-WIN-TO (3).
       1300-DERIVE-LAST-YEAR-EXIT.
           EXIT.

      *================================================================*
      *  1400-WRITE-HEADINGS                                           *
      *  Titles the report with the source and the three periods, and  *
      *  writes the extract's column-name row.                         *
      *================================================================*
       1400-WRITE-HEADINGS.
           MOVE SPACES TO REPT-LINE.
           MOVE "MULTSLS - SALES ANALYSIS BY ITEM AND CUSTOMER"
               TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF SLP-SOURCE-RESULTS
               MOVE "SOURCE: RESFILE RUN RESULTS" TO REPT-LINE
           ELSE
               MOVE "SOURCE: MSTFILE EXTENSION MASTER" TO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           PERFORM 1410-WRITE-ONE-PERIOD
               THRU 1410-WRITE-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           STRING "SECTION,ITEM,CUSTOMER,NAME,"
                   "CUR_QTY,CUR_REVENUE,CUR_COUNT,"
                   "PRIOR_QTY,PRIOR_REVENUE,PRIOR_COUNT,"
                   "PRIOR_QTY_CHANGE,PRIOR_QTY_PCT,"
                   "PRIOR_REVENUE_CHANGE,PRIOR_REVENUE_PCT,"
                   "PRIOR_COUNT_CHANGE,"
                   "LY_QTY,LY_REVENUE,LY_COUNT,"
                   "LY_QTY_CHANGE,LY_QTY_PCT,"
                   "LY_REVENUE_CHANGE,LY_REVENUE_PCT,"
                   "LY_COUNT_CHANGE"
               DELIMITED BY SIZE INTO CSV-RECORD
               WITH POINTER WS-CSV-PTR.
           WRITE CSV-RECORD.
       1400-WRITE-HEADINGS-EXIT.
           EXIT.

      *================================================================*
      *  1410-WRITE-ONE-PERIOD                                         *
      *  Prints one period's date range under the report title.        *
      *================================================================*
       1410-WRITE-ONE-PERIOD.
           MOVE SPACES TO REPT-LINE.
           STRING WS-PERIOD-LABEL (WS-PER-SUB)
                   " PERIOD " WS-WIN-FROM (WS-PER-SUB)
                   " THROUGH " WS-WIN-TO (WS-PER-SUB)
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       1410-WRITE-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  2000-SELECT-EXTENSIONS                                        *
      *  Input procedure - reads the source named on the card from     *
      *  the top and releases each extension that falls in one of the  *
      *  three periods, keyed for the section being built.             *
      *================================================================*
       2000-SELECT-EXTENSIONS.
           SET NOT-END-OF-SOURCE TO TRUE.

           IF SLP-SOURCE-RESULTS
               OPEN INPUT RESFILE
               PERFORM 2200-SELECT-ONE-RESULT
                   THRU 2200-SELECT-ONE-RESULT-EXIT
                   UNTIL END-OF-SOURCE
               CLOSE RESFILE
           ELSE
               OPEN INPUT MSTFILE
               PERFORM 2100-SELECT-ONE-MASTER
                   THRU 2100-SELECT-ONE-MASTER-EXIT
                   UNTIL END-OF-SOURCE
               CLOSE MSTFILE
           END-IF.
       2000-SELECT-EXTENSIONS-EXIT.
           EXIT.

      *================================================================*
      *  2100-SELECT-ONE-MASTER                                        *
      *  One master extension. A reversed one is left out - the        *
      *  extension and its reversal net to nothing. A master from      *
      *  before the transaction date was carried is placed by its      *
      *  last-update date, as MULTITM and MULTMRG do.                  *
      *================================================================*
       2100-SELECT-ONE-MASTER.
           READ MSTFILE NEXT
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 2100-SELECT-ONE-MASTER-EXIT
           END-READ.

           IF ITEM-PASS
               ADD 1 TO WS-READ-COUNT
           END-IF.

           IF MST-REVERSED
               IF ITEM-PASS
                   ADD 1 TO WS-REVERSED-COUNT
               END-IF
               GO TO 2100-SELECT-ONE-MASTER-EXIT
           END-IF.

           IF MST-TRAN-DATE NUMERIC AND MST-TRAN-DATE NOT = ZEROS
               MOVE MST-TRAN-DATE        TO WS-SEL-DATE
           ELSE
               MOVE MST-LAST-UPDATE-DATE TO WS-SEL-DATE
           END-IF.

           MOVE MST-ITEM-CODE TO WS-SEL-ITEM-CODE.
           MOVE MST-CUST-CODE TO WS-SEL-CUST-CODE.
           MOVE MST-NUM1      TO WS-SEL-QTY.
           MOVE MST-RESULT    TO WS-SEL-REVENUE.
           MOVE 1             TO WS-SEL-COUNT.

           PERFORM 2300-PLACE-IN-PERIODS
               THRU 2300-PLACE-IN-PERIODS-EXIT.
       2100-SELECT-ONE-MASTER-EXIT.
           EXIT.

      *================================================================*
      *  2200-SELECT-ONE-RESULT                                        *
      *  One run result. A reversal record takes its quantity,         *
      *  revenue, and the transaction back out of the period it is     *
      *  dated in. A record with no transaction date cannot be placed  *
      *  and is counted instead.                                       *
      *================================================================*
       2200-SELECT-ONE-RESULT.
           READ RESFILE
               AT END
                   SET END-OF-SOURCE TO TRUE
                   GO TO 2200-SELECT-ONE-RESULT-EXIT
           END-READ.

           IF ITEM-PASS
               ADD 1 TO WS-READ-COUNT
           END-IF.

           IF RES-TRAN-DATE NOT NUMERIC OR RES-TRAN-DATE = ZEROS
               IF ITEM-PASS
                   ADD 1 TO WS-UNDATED-COUNT
               END-IF
               GO TO 2200-SELECT-ONE-RESULT-EXIT
           END-IF.

           MOVE RES-TRAN-DATE TO WS-SEL-DATE.
           MOVE RES-ITEM-CODE TO WS-SEL-ITEM-CODE.
           MOVE RES-CUST-CODE TO WS-SEL-CUST-CODE.

           IF RES-TYPE-REVERSAL
               IF ITEM-PASS
                   ADD 1 TO WS-REVERSAL-RES-COUNT
               END-IF
               SUBTRACT RES-NUM1   FROM ZERO GIVING WS-SEL-QTY
               SUBTRACT RES-RESULT FROM ZERO GIVING WS-SEL-REVENUE
               MOVE -1 TO WS-SEL-COUNT
           ELSE
               MOVE RES-NUM1   TO WS-SEL-QTY
               MOVE RES-RESULT TO WS-SEL-REVENUE
               MOVE 1          TO WS-SEL-COUNT
           END-IF.

           PERFORM 2300-PLACE-IN-PERIODS
               THRU 2300-PLACE-IN-PERIODS-EXIT.
       2200-SELECT-ONE-RESULT-EXIT.
           EXIT.

      *================================================================*
      *  2300-PLACE-IN-PERIODS                                         *
      *  Puts the selected extension's figures under each period its   *
      *  date falls in and releases it keyed for the section being     *
      *  built. One in no period is counted and dropped.               *
      *================================================================*
       2300-PLACE-IN-PERIODS.
           SET IN-NO-PERIOD TO TRUE.
           PERFORM 2310-PLACE-IN-ONE-PERIOD
               THRU 2310-PLACE-IN-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

           IF IN-NO-PERIOD
               IF ITEM-PASS
                   ADD 1 TO WS-OUT-OF-RANGE-COUNT
               END-IF
               GO TO 2300-PLACE-IN-PERIODS-EXIT
           END-IF.

           IF ITEM-PASS
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

           MOVE WS-SEL-ITEM-CODE TO SRT-ITEM-CODE.
           MOVE WS-SEL-CUST-CODE TO SRT-CUST-CODE.
           IF CUSTOMER-PASS
               MOVE WS-SEL-CUST-CODE TO SRT-MAJOR-KEY
           ELSE
               MOVE WS-SEL-ITEM-CODE TO SRT-MAJOR-KEY
           END-IF.
           IF ITEM-CUSTOMER-PASS
               MOVE WS-SEL-CUST-CODE TO SRT-MINOR-KEY
           ELSE
               MOVE SPACES TO SRT-MINOR-KEY
           END-IF.

           RELEASE SRT-RECORD.
       2300-PLACE-IN-PERIODS-EXIT.
           EXIT.

      *================================================================*
      *  2310-PLACE-IN-ONE-PERIOD                                      *
      *  The figures, or zeros, for one period of the sort record.     *
      *================================================================*
       2310-PLACE-IN-ONE-PERIOD.
           IF WS-SEL-DATE NOT < WS-WIN-FROM (WS-PER-SUB)
                   AND WS-SEL-DATE NOT > WS-WIN-TO (WS-PER-SUB)
               SET IN-A-PERIOD TO TRUE
               MOVE WS-SEL-QTY     TO SRT-QTY (WS-PER-SUB)
               MOVE WS-SEL-REVENUE TO SRT-REVENUE (WS-PER-SUB)
               MOVE WS-SEL-COUNT   TO SRT-COUNT (WS-PER-SUB)
           ELSE
               MOVE ZEROS TO SRT-QTY (WS-PER-SUB)
               MOVE ZEROS TO SRT-REVENUE (WS-PER-SUB)
               MOVE ZEROS TO SRT-COUNT (WS-PER-SUB)
           END-IF.
       2310-PLACE-IN-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  3000-SUMMARIZE-SECTION                                        *
      *  Output procedure for all three sorts - one block per item,    *
      *  customer within item, or customer, then the section total.    *
      *  The item section's totals are kept and the other two are      *
      *  proved against them.                                          *
      *================================================================*
       3000-SUMMARIZE-SECTION.
           PERFORM 3600-CLEAR-SECTION
               THRU 3600-CLEAR-SECTION-EXIT.
           PERFORM 3400-WRITE-SECTION-HEADINGS
               THRU 3400-WRITE-SECTION-HEADINGS-EXIT.

           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.

           PERFORM 3100-PROCESS-ONE-RECORD
               THRU 3100-PROCESS-ONE-RECORD-EXIT
               UNTIL END-OF-SORTED-INPUT.

           IF NOT-FIRST-IN-SECTION
               PERFORM 3300-FINISH-LINE
                   THRU 3300-FINISH-LINE-EXIT
           END-IF.

           PERFORM 3500-PRINT-SECTION-TOTAL
               THRU 3500-PRINT-SECTION-TOTAL-EXIT.

           IF ITEM-PASS
               MOVE WS-SEC-FIGURES TO WS-ITEM-SEC-FIGURES
           ELSE
               IF WS-SEC-FIGURES NOT = WS-ITEM-SEC-FIGURES
                   SET SECTIONS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.
       3000-SUMMARIZE-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3100-PROCESS-ONE-RECORD                                       *
      *  Breaks on the section key and rolls the record into the       *
      *  current line. Returns the next record.                        *
      *================================================================*
       3100-PROCESS-ONE-RECORD.
           IF NOT-FIRST-IN-SECTION
                   AND SRT-KEY NOT = WS-HOLD-KEY
               PERFORM 3300-FINISH-LINE
                   THRU 3300-FINISH-LINE-EXIT
           END-IF.

           IF FIRST-IN-SECTION
                   OR SRT-KEY NOT = WS-HOLD-KEY
               PERFORM 3200-START-LINE
                   THRU 3200-START-LINE-EXIT
           END-IF.
           SET NOT-FIRST-IN-SECTION TO TRUE.

           PERFORM 3210-ADD-ONE-PERIOD
               THRU 3210-ADD-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.
       3100-PROCESS-ONE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3200-START-LINE                                               *
      *  Sets up a new line. In the customer-within-item section a new *
      *  item gets its own heading first. A customer line takes the    *
      *  customer's name off the master.                               *
      *================================================================*
       3200-START-LINE.
           IF ITEM-CUSTOMER-PASS
               IF FIRST-IN-SECTION
                       OR SRT-MAJOR-KEY NOT = WS-HOLD-MAJOR
                   MOVE SPACES TO REPT-LINE
                   WRITE REPT-LINE
                   MOVE SPACES TO REPT-LINE
                   STRING "ITEM " SRT-ITEM-CODE
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
               END-IF
           END-IF.

           MOVE SRT-KEY TO WS-HOLD-KEY.

           IF ITEM-PASS
               MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM
               MOVE SPACES        TO WS-HOLD-CUST
               MOVE SPACES        TO WS-HOLD-NAME
               GO TO 3200-START-LINE-EXIT
           END-IF.

           IF ITEM-CUSTOMER-PASS
               MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM
           ELSE
               MOVE SPACES        TO WS-HOLD-ITEM
           END-IF.
           MOVE SRT-CUST-CODE TO WS-HOLD-CUST.
           MOVE SRT-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   MOVE "*** NOT ON CUSFILE" TO WS-HOLD-NAME
               NOT INVALID KEY
                   MOVE CUS-NAME TO WS-HOLD-NAME
           END-READ.
       3200-START-LINE-EXIT.
           EXIT.

      *================================================================*
      *  3210-ADD-ONE-PERIOD                                           *
      *  Rolls one period of the sort record into the current line.    *
      *================================================================*
       3210-ADD-ONE-PERIOD.
           ADD SRT-QTY (WS-PER-SUB)     TO WS-LINE-QTY (WS-PER-SUB).
           ADD SRT-REVENUE (WS-PER-SUB) TO WS-LINE-REVENUE (WS-PER-SUB).
           ADD SRT-COUNT (WS-PER-SUB)   TO WS-LINE-COUNT (WS-PER-SUB).
       3210-ADD-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  3300-FINISH-LINE                                              *
      *  Prints the finished line and writes its extract row, rolls    *
      *  it into the section totals, and clears it.                    *
      *================================================================*
       3300-FINISH-LINE.
           MOVE WS-LINE-FIGURES TO WS-PRT-FIGURES.
           IF ITEM-PASS
               MOVE WS-HOLD-ITEM TO WS-PRINT-CODE
           ELSE
               MOVE WS-HOLD-CUST TO WS-PRINT-CODE
           END-IF.
           MOVE WS-HOLD-NAME TO WS-PRINT-NAME.

           PERFORM 5000-PRINT-FIGURES
               THRU 5000-PRINT-FIGURES-EXIT.
           PERFORM 6000-WRITE-CSV-ROW
               THRU 6000-WRITE-CSV-ROW-EXIT.

           ADD 1 TO WS-SEC-LINES.
           PERFORM 3310-ADD-LINE-TO-SECTION
               THRU 3310-ADD-LINE-TO-SECTION-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.
       3300-FINISH-LINE-EXIT.
           EXIT.

      *================================================================*
      *  3310-ADD-LINE-TO-SECTION                                      *
      *  Rolls one period of the finished line into the section        *
      *  totals and clears it.                                         *
      *================================================================*
       3310-ADD-LINE-TO-SECTION.
           ADD WS-LINE-QTY (WS-PER-SUB)     TO WS-SEC-QTY (WS-PER-SUB).
           ADD WS-LINE-REVENUE (WS-PER-SUB)
               TO WS-SEC-REVENUE (WS-PER-SUB).
           ADD WS-LINE-COUNT (WS-PER-SUB)
               TO WS-SEC-COUNT (WS-PER-SUB).

           MOVE ZEROS TO WS-LINE-QTY (WS-PER-SUB).
           MOVE ZEROS TO WS-LINE-REVENUE (WS-PER-SUB).
           MOVE ZEROS TO WS-LINE-COUNT (WS-PER-SUB).
       3310-ADD-LINE-TO-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3400-WRITE-SECTION-HEADINGS                                   *
      *  Titles the section and writes its column headings.            *
      *================================================================*
       3400-WRITE-SECTION-HEADINGS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF ITEM-PASS
               MOVE "SALES BY ITEM" TO REPT-LINE
               MOVE "ITEM"          TO WS-SECTION-NAME
           END-IF.
           IF ITEM-CUSTOMER-PASS
               MOVE "SALES BY CUSTOMER WITHIN ITEM" TO REPT-LINE
               MOVE "ITEM-CUSTOMER" TO WS-SECTION-NAME
           END-IF.
           IF CUSTOMER-PASS
               MOVE "SALES BY CUSTOMER" TO REPT-LINE
               MOVE "CUSTOMER"          TO WS-SECTION-NAME
           END-IF.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF ITEM-PASS
               STRING "ITEM                          "
                       "PERIOD           QUANTITY         REVENUE"
                       "    COUNT    QTY CHANGE    QTY %"
                       "  REVENUE CHANGE    REV %"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "CUSTOMER NAME                 "
                       "PERIOD           QUANTITY         REVENUE"
                       "    COUNT    QTY CHANGE    QTY %"
                       "  REVENUE CHANGE    REV %"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       3400-WRITE-SECTION-HEADINGS-EXIT.
           EXIT.

      *================================================================*
      *  3500-PRINT-SECTION-TOTAL                                      *
      *  Prints the section total block.                               *
      *================================================================*
       3500-PRINT-SECTION-TOTAL.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-SEC-LINES = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NO EXTENSIONS IN ANY OF THE THREE PERIODS"
                   TO REPT-LINE
               WRITE REPT-LINE
               GO TO 3500-PRINT-SECTION-TOTAL-EXIT
           END-IF.

           MOVE WS-SEC-FIGURES TO WS-PRT-FIGURES.
           MOVE "TOTAL"         TO WS-PRINT-CODE.
           MOVE SPACES          TO WS-PRINT-NAME.
           PERFORM 5000-PRINT-FIGURES
               THRU 5000-PRINT-FIGURES-EXIT.
       3500-PRINT-SECTION-TOTAL-EXIT.
           EXIT.

      *================================================================*
      *  3600-CLEAR-SECTION                                            *
      *  Resets the section totals and the break switches between the  *
      *  passes.                                                       *
      *================================================================*
       3600-CLEAR-SECTION.
           MOVE ZERO TO WS-SEC-LINES.
           PERFORM 3610-CLEAR-ONE-PERIOD
               THRU 3610-CLEAR-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.
           MOVE SPACES TO WS-HOLD-KEY.
           SET FIRST-IN-SECTION        TO TRUE.
           SET NOT-END-OF-SORTED-INPUT TO TRUE.
       3600-CLEAR-SECTION-EXIT.
           EXIT.

      *================================================================*
      *  3610-CLEAR-ONE-PERIOD                                         *
      *  Zeroes one period of the line and section totals.             *
      *================================================================*
       3610-CLEAR-ONE-PERIOD.
           MOVE ZEROS TO WS-LINE-QTY (WS-PER-SUB).
           MOVE ZEROS TO WS-LINE-REVENUE (WS-PER-SUB).
           MOVE ZEROS TO WS-LINE-COUNT (WS-PER-SUB).
           MOVE ZEROS TO WS-SEC-QTY (WS-PER-SUB).
           MOVE ZEROS TO WS-SEC-REVENUE (WS-PER-SUB).
           MOVE ZEROS TO WS-SEC-COUNT (WS-PER-SUB).
       3610-CLEAR-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  5000-PRINT-FIGURES                                            *
      *  Prints the block for the figures in WS-PRT-FIGURES - one line *
      *  per period, the prior and last-year lines with their change   *
      *  against the current period - and a blank line after.          *
      *================================================================*
       5000-PRINT-FIGURES.
           PERFORM 5200-CALCULATE-VARIANCE
               THRU 5200-CALCULATE-VARIANCE-EXIT
               VARYING WS-PER-SUB FROM 2 BY 1
               UNTIL WS-PER-SUB > 3.

           PERFORM 5100-PRINT-ONE-PERIOD
               THRU 5100-PRINT-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
       5000-PRINT-FIGURES-EXIT.
           EXIT.

      *================================================================*
      *  5100-PRINT-ONE-PERIOD                                         *
      *  One period's line of the block. The code and name go on the   *
      *  current period's line only.                                   *
      *================================================================*
       5100-PRINT-ONE-PERIOD.
           MOVE WS-PRT-QTY (WS-PER-SUB)     TO WS-EDIT-QTY.
           MOVE WS-PRT-REVENUE (WS-PER-SUB) TO WS-EDIT-REVENUE.
           MOVE WS-PRT-COUNT (WS-PER-SUB)   TO WS-EDIT-TRANS.

           MOVE SPACES TO REPT-LINE.
           IF WS-PER-SUB = 1
               STRING WS-PRINT-CODE
                       " " WS-PRINT-NAME
                       " " WS-PERIOD-LABEL (WS-PER-SUB)
                       " " WS-EDIT-QTY
                       " " WS-EDIT-REVENUE
                       " " WS-EDIT-TRANS
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 5100-PRINT-ONE-PERIOD-EXIT
           END-IF.

           MOVE WS-VAR-QTY (WS-PER-SUB)     TO WS-EDIT-QTY-VAR.
           MOVE WS-VAR-REVENUE (WS-PER-SUB) TO WS-EDIT-REV-VAR.
           MOVE WS-VAR-QTY-PCT (WS-PER-SUB) TO WS-EDIT-QTY-PCT.
           MOVE WS-VAR-REV-PCT (WS-PER-SUB) TO WS-EDIT-REV-PCT.
           STRING "                             "
                   " " WS-PERIOD-LABEL (WS-PER-SUB)
                   " " WS-EDIT-QTY
                   " " WS-EDIT-REVENUE
                   " " WS-EDIT-TRANS
                   " " WS-EDIT-QTY-VAR
                   " " WS-EDIT-QTY-PCT
                   " " WS-EDIT-REV-VAR
                   " " WS-EDIT-REV-PCT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       5100-PRINT-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  5200-CALCULATE-VARIANCE                                       *
      *  The current period's change against one comparison period -   *
      *  current less comparison - and the quantity and revenue        *
      *  change as a percent of the comparison figure.                 *
      *================================================================*
       5200-CALCULATE-VARIANCE.
           SUBTRACT WS-PRT-QTY (WS-PER-SUB) FROM WS-PRT-QTY (1)
               GIVING WS-VAR-QTY (WS-PER-SUB).
           SUBTRACT WS-PRT-REVENUE (WS-PER-SUB) FROM WS-PRT-REVENUE (1)
               GIVING WS-VAR-REVENUE (WS-PER-SUB).
           SUBTRACT WS-PRT-COUNT (WS-PER-SUB) FROM WS-PRT-COUNT (1)
               GIVING WS-VAR-COUNT (WS-PER-SUB).

           MOVE WS-VAR-QTY (WS-PER-SUB) TO WS-PCT-CHANGE.
           MOVE WS-PRT-QTY (WS-PER-SUB) TO WS-PCT-BASE.
           PERFORM 5300-CALCULATE-PERCENT
               THRU 5300-CALCULATE-PERCENT-EXIT.
           MOVE WS-PCT-TEXT TO WS-VAR-QTY-PCT (WS-PER-SUB).

           MOVE WS-VAR-REVENUE (WS-PER-SUB) TO WS-PCT-CHANGE.
           MOVE WS-PRT-REVENUE (WS-PER-SUB) TO WS-PCT-BASE.
           PERFORM 5300-CALCULATE-PERCENT
               THRU 5300-CALCULATE-PERCENT-EXIT.
           MOVE WS-PCT-TEXT TO WS-VAR-REV-PCT (WS-PER-SUB).
       5200-CALCULATE-VARIANCE-EXIT.
           EXIT.

      *================================================================*
      *  5300-CALCULATE-PERCENT                                        *
      *  WS-PCT-CHANGE as a percent of WS-PCT-BASE, to one decimal,    *
      *  edited into WS-PCT-TEXT. The base is taken as a size, so a    *
      *  rise is positive even from a net-negative period. Nothing to  *
      *  compare with prints N/A; a change too large to print prints   *
      *  asterisks.                                                    *
      *================================================================*
       5300-CALCULATE-PERCENT.
           IF WS-PCT-BASE = ZERO
               MOVE "     N/A" TO WS-PCT-TEXT
               GO TO 5300-CALCULATE-PERCENT-EXIT
           END-IF.

           IF WS-PCT-BASE < ZERO
               SUBTRACT WS-PCT-BASE FROM ZERO GIVING WS-PCT-BASE
           END-IF.

           MULTIPLY WS-PCT-CHANGE BY 100 GIVING WS-PCT-WORK.
           DIVIDE WS-PCT-BASE INTO WS-PCT-WORK
               GIVING WS-PCT ROUNDED
               ON SIZE ERROR
                   MOVE "  ******" TO WS-PCT-TEXT
                   GO TO 5300-CALCULATE-PERCENT-EXIT
           END-DIVIDE.

           MOVE WS-PCT TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO WS-PCT-TEXT.
       5300-CALCULATE-PERCENT-EXIT.
           EXIT.

      *================================================================*
      *  6000-WRITE-CSV-ROW                                            *
      *  Writes the extract row for the line just printed: section,    *
      *  item, customer, and quoted name, then each period's figures   *
      *  and, for the prior and last-year periods, the change and      *
      *  percent change. A percent that printed as N/A or asterisks    *
      *  goes out empty.                                               *
      *================================================================*
       6000-WRITE-CSV-ROW.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-SECTION-NAME DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   WS-HOLD-ITEM   DELIMITED BY SPACE
                   ","            DELIMITED BY SIZE
                   WS-HOLD-CUST   DELIMITED BY SPACE
                   ","""          DELIMITED BY SIZE
                   WS-HOLD-NAME   DELIMITED BY "  "
                   """"           DELIMITED BY SIZE
               INTO CSV-RECORD
               WITH POINTER WS-CSV-PTR.

           PERFORM 6100-APPEND-ONE-PERIOD
               THRU 6100-APPEND-ONE-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > 3.

           WRITE CSV-RECORD.
           IF WS-SLSCSV-STATUS NOT = "00"
               DISPLAY "MULTSLS09E - WRITE FAILED ON SLSCSV, "
                   "STATUS = " WS-SLSCSV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CSV-ROWS.
       6000-WRITE-CSV-ROW-EXIT.
           EXIT.

      *================================================================*
      *  6100-APPEND-ONE-PERIOD                                        *
      *  Adds one period's figures, and its change columns when it is  *
      *  a comparison period, to the extract row.                      *
      *================================================================*
       6100-APPEND-ONE-PERIOD.
           MOVE WS-PRT-QTY (WS-PER-SUB) TO WS-CSV-QTY.
           MOVE WS-CSV-QTY TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.

           MOVE WS-PRT-REVENUE (WS-PER-SUB) TO WS-CSV-REVENUE.
           MOVE WS-CSV-REVENUE TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.

           MOVE WS-PRT-COUNT (WS-PER-SUB) TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.

           IF WS-PER-SUB = 1
               GO TO 6100-APPEND-ONE-PERIOD-EXIT
           END-IF.

           MOVE WS-VAR-QTY (WS-PER-SUB) TO WS-CSV-QTY.
           MOVE WS-CSV-QTY TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.

           MOVE WS-VAR-QTY-PCT (WS-PER-SUB) TO WS-CSV-FIELD-IN.
           PERFORM 6800-APPEND-PERCENT
               THRU 6800-APPEND-PERCENT-EXIT.

           MOVE WS-VAR-REVENUE (WS-PER-SUB) TO WS-CSV-REVENUE.
           MOVE WS-CSV-REVENUE TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.

           MOVE WS-VAR-REV-PCT (WS-PER-SUB) TO WS-CSV-FIELD-IN.
           PERFORM 6800-APPEND-PERCENT
               THRU 6800-APPEND-PERCENT-EXIT.

           MOVE WS-VAR-COUNT (WS-PER-SUB) TO WS-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-FIELD-IN.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.
       6100-APPEND-ONE-PERIOD-EXIT.
           EXIT.

      *================================================================*
      *  6800-APPEND-PERCENT                                           *
      *  Adds a printed percent to the row - empty when it printed as  *
      *  N/A or asterisks.                                             *
      *================================================================*
       6800-APPEND-PERCENT.
           IF WS-CSV-FIELD-IN = "     N/A"
                   OR WS-CSV-FIELD-IN = "  ******"
               MOVE SPACES TO WS-CSV-FIELD-IN
           END-IF.
           PERFORM 6900-APPEND-FIELD
               THRU 6900-APPEND-FIELD-EXIT.
       6800-APPEND-PERCENT-EXIT.
           EXIT.

      *================================================================*
      *  6900-APPEND-FIELD                                             *
      *  Adds a comma and the edited figure in WS-CSV-FIELD-IN, less   *
      *  its leading blanks, to the row. The UNSTRING splits off the   *
      *  blanks - the figure lands in the second field, or the first   *
      *  when it fills the whole edit picture.                         *
      *================================================================*
       6900-APPEND-FIELD.
           MOVE SPACES TO WS-CSV-LEAD.
           MOVE SPACES TO WS-CSV-FIELD.
           UNSTRING WS-CSV-FIELD-IN DELIMITED BY ALL SPACE
               INTO WS-CSV-LEAD WS-CSV-FIELD.
           IF WS-CSV-LEAD NOT = SPACES
               MOVE WS-CSV-LEAD TO WS-CSV-FIELD
           END-IF.

           STRING ","          DELIMITED BY SIZE
                   WS-CSV-FIELD DELIMITED BY SPACE
               INTO CSV-RECORD
               WITH POINTER WS-CSV-PTR.
       6900-APPEND-FIELD-EXIT.
           EXIT.

      *================================================================*
      *  7000-NOTE-DAY                                                 *
      *  Keeps WS-ROLL-DATE's day of the month and notes whether it is *
      *  the month's last day, before the date is moved.               *
      *================================================================*
       7000-NOTE-DAY.
           MOVE WS-ROLL-DD TO WS-KEEP-DD.
           PERFORM 7400-SET-MONTH-DAYS
               THRU 7400-SET-MONTH-DAYS-EXIT.
           IF WS-ROLL-DD = WS-MONTH-DAYS
               SET DATE-AT-MONTH-END TO TRUE
           ELSE
               SET DATE-NOT-AT-MONTH-END TO TRUE
           END-IF.
       7000-NOTE-DAY-EXIT.
           EXIT.

      *================================================================*
      *  7100-BACK-ONE-MONTH                                           *
      *  Moves WS-ROLL-DATE's month back one - the day is put right    *
      *  afterwards by 7200-SET-DAY.                                   *
      *================================================================*
       7100-BACK-ONE-MONTH.
           IF WS-ROLL-MM = 1
               MOVE 12 TO WS-ROLL-MM
               SUBTRACT 1 FROM WS-ROLL-CCYY
           ELSE
               SUBTRACT 1 FROM WS-ROLL-MM
           END-IF.
       7100-BACK-ONE-MONTH-EXIT.
           EXIT.

      *================================================================*
      *  7200-SET-DAY                                                  *
      *  Puts the kept day back on WS-ROLL-DATE in its new month - the *
      *  last day when the original was a month end or the new month  *
      *  is too short for it.                                          *
      *================================================================*
       7200-SET-DAY.
           PERFORM 7400-SET-MONTH-DAYS
               THRU 7400-SET-MONTH-DAYS-EXIT.
           IF DATE-AT-MONTH-END
                   OR WS-KEEP-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-ROLL-DD
           ELSE
               MOVE WS-KEEP-DD TO WS-ROLL-DD
           END-IF.
       7200-SET-DAY-EXIT.
           EXIT.

      *================================================================*
      *  7400-SET-MONTH-DAYS                                           *
      *  Leaves the number of days in WS-ROLL-DATE's month in          *
      *  WS-MONTH-DAYS - 29 for February of a leap year: divisible by  *
      *  4, and by 400 if it is a century year.                        *
      *================================================================*
       7400-SET-MONTH-DAYS.
           MOVE WS-MONTH-LENGTH (WS-ROLL-MM) TO WS-MONTH-DAYS.
           IF WS-ROLL-MM NOT = 2
               GO TO 7400-SET-MONTH-DAYS-EXIT
           END-IF.

           DIVIDE WS-ROLL-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER NOT = ZERO
               GO TO 7400-SET-MONTH-DAYS-EXIT
           END-IF.

           DIVIDE WS-ROLL-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               DIVIDE WS-ROLL-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT = ZERO
                   GO TO 7400-SET-MONTH-DAYS-EXIT
               END-IF
           END-IF.

           MOVE 29 TO WS-MONTH-DAYS.
       7400-SET-MONTH-DAYS-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Prints the run counts and proves the three sections reported  *
      *  the same figures - the same extensions cut three ways.        *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           IF SLP-SOURCE-RESULTS
               STRING "RESULT RECORDS READ . . . . . . . . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "MASTER RECORDS READ . . . . . . . . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           IF SLP-SOURCE-RESULTS
               MOVE WS-REVERSAL-RES-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "  REVERSALS NETTED OFF. . . . . . . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "  LEFT OUT - NO TRANSACTION DATE. . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
           ELSE
               MOVE WS-REVERSED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "  LEFT OUT - REVERSED . . . . . . . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE WS-OUT-OF-RANGE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  LEFT OUT - OUTSIDE ALL PERIODS. . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  ANALYZED. . . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-CSV-ROWS TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "EXTRACT ROWS WRITTEN TO SLSCSV. . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF SECTIONS-IN-BALANCE
               STRING "PROOF (ITEM = ITEM-CUSTOMER = CUST) : "
                       "IN BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               STRING "PROOF (ITEM = ITEM-CUSTOMER = CUST) : "
                       "*** OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals and closes the customer master, the *
      *  report, and the extract - the source was opened and closed by *
      *  the sorts.                                                    *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE CUSFILE.
           CLOSE SLSRPT.
           CLOSE SLSCSV.
       9000-TERMINATE-EXIT.
           EXIT.
