      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTTAX.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - period sales-tax liability *
      *                   report. Reads GLHIST, sorts it by tax        *
      *                   jurisdiction, and prints for each            *
      *                   jurisdiction and tax-payable account the     *
      *                   taxable sales, the tax collected (the type T *
      *                   credits MULT posted), the tax reversed (the  *
      *                   type T debits its reversals posted), and the *
      *                   net liability, with a grand total. A closing *
      *                   tie section nets every GLHIST posting in the *
      *                   period to the tax-payable accounts named on  *
      *                   TAXRATE - whatever its entry type - and      *
      *                   compares it account by account with the      *
      *                   liability reported, so a manual journal to   *
      *                   a tax account is caught before the return is *
      *                   filed off this report. A parameter card      *
      *                   names the period; no card, or a zero period, *
      *                   reports the whole history.                   *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLHIST   ASSIGN TO GLHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWORK.

           SELECT TAXRPT   ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRPT-STATUS.

           SELECT TAXPARM  ASSIGN TO TAXPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXPARM-STATUS.

           SELECT TAXRATE  ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLHIST
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLEXTR.

      *----------------------------------------------------------------*
      *  Sort work record - keep the fields in step with GLEXTR; the   *
      *  SD cannot COPY the same copybook without clashing with the    *
      *  GLHIST record names.                                          *
      *----------------------------------------------------------------*
       SD  SORTWORK.
       01  SRT-RECORD.
           05  SRT-ACCOUNT-CODE              PIC X(10).
           05  SRT-TRAN-ID                    PIC 9(06).
           05  SRT-POSTING-DATE               PIC 9(08).
           05  SRT-AMOUNT                     PIC S9(09)V99.
           05  SRT-DR-CR-INDICATOR            PIC X(01).
               88  SRT-CREDIT                             VALUE "C".
           05  SRT-RUN-NO                     PIC 9(06).
           05  SRT-ENTRY-TYPE                 PIC X(01).
               88  SRT-ENTRY-TAX                          VALUE "T".
           05  SRT-TAX-JURISDICTION           PIC X(06).
           05  SRT-TAX-BASE                   PIC 9(07)V99.
           05  FILLER                         PIC X(22).

       FD  TAXRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       FD  TAXPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TAXPRM.

       FD  TAXRATE
           LABEL RECORDS ARE STANDARD.
           COPY TXRREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-GLHIST-STATUS                PIC X(02) VALUE "00".
       01  WS-TAXRPT-STATUS                PIC X(02) VALUE "00".
       01  WS-TAXPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-TAXRATE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
               88  END-OF-SORTED-INPUT                VALUE "Y".
               88  NOT-END-OF-SORTED-INPUT            VALUE "N".
           05  WS-TAXRATE-EOF-SWITCH       PIC X(01) VALUE "N".
               88  END-OF-TAXRATE                     VALUE "Y".
           05  WS-FIRST-TAX-SWITCH         PIC X(01) VALUE "Y".
               88  FIRST-TAX-RECORD                   VALUE "Y".
               88  NOT-FIRST-TAX-RECORD               VALUE "N".
           05  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  ACCOUNT-IN-TABLE                   VALUE "Y".
               88  ACCOUNT-NOT-IN-TABLE               VALUE "N".
           05  WS-TIE-SWITCH               PIC X(01) VALUE "Y".
               88  REPORT-TIES                        VALUE "Y".
               88  REPORT-DOES-NOT-TIE                VALUE "N".

      *----------------------------------------------------------------*
      *  CONTROL BREAK HOLD FIELDS                                     *
      *----------------------------------------------------------------*
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-JURISDICTION         PIC X(06) VALUE SPACES.
           05  WS-HOLD-ACCOUNT              PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *  JURISDICTION AND GRAND TOTALS                                 *
      *----------------------------------------------------------------*
       01  WS-JUR-TOTALS.
           05  WS-JUR-TAXABLE               PIC S9(11)V99 VALUE ZEROS.
           05  WS-JUR-COLLECTED             PIC 9(11)V99 VALUE ZEROS.
           05  WS-JUR-REVERSED              PIC 9(11)V99 VALUE ZEROS.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-TAXABLE             PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRAND-COLLECTED           PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-REVERSED            PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-LIABILITY           PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRAND-GL-NET              PIC S9(11)V99 VALUE ZEROS.

       01  WS-NET-AMOUNT                   PIC S9(11)V99 VALUE ZEROS.
       01  WS-DIFFERENCE                   PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  PERIOD SELECTION FIELDS                                       *
      *----------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-RECORD-PERIOD             PIC 9(06) VALUE ZEROS.
           05  WS-SKIPPED-COUNT             PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  TAX-PAYABLE ACCOUNTS - every account named on TAXRATE, plus   *
      *  any account a tax posting went to that is no longer there,    *
      *  with the GLHIST postings to it and the liability the report   *
      *  put on it. Fifty entries is well past the jurisdictions this  *
      *  shop collects for.                                            *
      *----------------------------------------------------------------*
       01  WS-TIE-TABLE.
           05  WS-TIE-COUNT                 PIC 9(02) COMP VALUE ZERO.
           05  WS-TIE-ENTRY OCCURS 50 TIMES.
               10  WS-TIE-ACCOUNT           PIC X(10).
               10  WS-TIE-GL-DEBITS         PIC 9(11)V99.
               10  WS-TIE-GL-CREDITS        PIC 9(11)V99.
               10  WS-TIE-REPORTED          PIC S9(11)V99.

       77  WS-TIE-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-FOUND-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  WS-WORK-ACCOUNT                 PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-TAXABLE              PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-COLLECTED            PIC ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-REVERSED             PIC ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-NET                  PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-EDIT-GL-NET               PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Sorts the GL history by tax jurisdiction and account, and     *
      *  drives the liability report and the tie section off the       *
      *  sorted records.                                               *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORTWORK
               ON ASCENDING KEY SRT-TAX-JURISDICTION
                                SRT-ACCOUNT-CODE
               USING GLHIST
               OUTPUT PROCEDURE IS 3000-LIABILITY-REPORT
                   THRU 3000-LIABILITY-REPORT-EXIT.

           PERFORM 5000-TIE-TO-GL
               THRU 5000-TIE-TO-GL-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the report, reads the period card, loads the            *
      *  tax-payable accounts, and writes the report headings.         *
      *  GLHIST is opened here only to prove it can be - the SORT      *
      *  does the actual reading - so a missing history file abends   *
      *  with a proper message instead of a raw sort failure.          *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT GLHIST.
           IF WS-GLHIST-STATUS NOT = "00"
               DISPLAY "MULTTAX02E - UNABLE TO OPEN GLHIST, STATUS = "
                   WS-GLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GLHIST.

           OPEN OUTPUT TAXRPT.
           IF WS-TAXRPT-STATUS NOT = "00"
               DISPLAY "MULTTAX01E - UNABLE TO OPEN TAXRPT, STATUS = "
                   WS-TAXRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-READ-PERIOD-PARM
               THRU 1100-READ-PERIOD-PARM-EXIT.

           PERFORM 1200-LOAD-TAX-ACCOUNTS
               THRU 1200-LOAD-TAX-ACCOUNTS-EXIT.

           MOVE SPACES TO REPT-LINE.
           MOVE "MULTTAX - SALES TAX LIABILITY BY JURISDICTION"
               TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF TXP-PERIOD NOT = ZEROS
               STRING "FOR PERIOD " TXP-PERIOD
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               MOVE "FOR ALL PERIODS ON THE GL HISTORY" TO REPT-LINE
           END-IF.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "JURIS   ACCOUNT      TAXABLE SALES  TAX "
                   "COLLECTED   TAX REVERSED   NET LIABILITY"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-READ-PERIOD-PARM                                         *
      *  Reads the one-record period parameter card. A missing or      *
      *  empty card leaves the period zero and every tax posting on    *
      *  the history is reported - the same "absent parm means no      *
      *  restriction" convention the MULTREG period card follows.      *
      *================================================================*
       1100-READ-PERIOD-PARM.
           MOVE ZEROS TO TXP-PERIOD.

           OPEN INPUT TAXPARM.
           IF WS-TAXPARM-STATUS NOT = "00"
               GO TO 1100-READ-PERIOD-PARM-EXIT
           END-IF.

           READ TAXPARM
               AT END
                   MOVE ZEROS TO TXP-PERIOD
           END-READ.

           IF TXP-PERIOD NOT NUMERIC
               MOVE ZEROS TO TXP-PERIOD
           END-IF.

           CLOSE TAXPARM.
       1100-READ-PERIOD-PARM-EXIT.
           EXIT.

      *================================================================*
      *  1200-LOAD-TAX-ACCOUNTS                                        *
      *  Loads every distinct tax-payable account named on TAXRATE     *
      *  into the tie table, so postings to those accounts are         *
      *  caught in the tie whatever their entry type. No rate table    *
      *  means no tax was ever charged; the tie then runs on the       *
      *  accounts the tax postings themselves name.                    *
      *================================================================*
       1200-LOAD-TAX-ACCOUNTS.
           OPEN INPUT TAXRATE.
           IF WS-TAXRATE-STATUS = "35"
               GO TO 1200-LOAD-TAX-ACCOUNTS-EXIT
           END-IF.
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "MULTTAX03E - UNABLE TO OPEN TAXRATE, STATUS = "
                   WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1210-LOAD-ONE-RATE
               THRU 1210-LOAD-ONE-RATE-EXIT
               UNTIL END-OF-TAXRATE.

           CLOSE TAXRATE.
       1200-LOAD-TAX-ACCOUNTS-EXIT.
           EXIT.

      *================================================================*
      *  1210-LOAD-ONE-RATE                                            *
      *  Reads one rate record and adds its tax-payable account to     *
      *  the tie table if it is not already there.                     *
      *================================================================*
       1210-LOAD-ONE-RATE.
           READ TAXRATE NEXT
               AT END
                   SET END-OF-TAXRATE TO TRUE
                   GO TO 1210-LOAD-ONE-RATE-EXIT
           END-READ.

           IF TXR-GL-ACCOUNT-CODE = SPACES
               GO TO 1210-LOAD-ONE-RATE-EXIT
           END-IF.

           MOVE TXR-GL-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
           PERFORM 6000-FIND-TIE-ACCOUNT
               THRU 6000-FIND-TIE-ACCOUNT-EXIT.
           IF ACCOUNT-NOT-IN-TABLE
               PERFORM 6100-ADD-TIE-ACCOUNT
                   THRU 6100-ADD-TIE-ACCOUNT-EXIT
           END-IF.
       1210-LOAD-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3000-LIABILITY-REPORT                                         *
      *  Output procedure for the SORT - takes the records back in     *
      *  jurisdiction/account order, runs every in-period record past  *
      *  the tie table, and breaks the type T tax postings by          *
      *  jurisdiction and account. Extension records carry no          *
      *  jurisdiction, so they sort ahead of the tax postings.         *
      *================================================================*
       3000-LIABILITY-REPORT.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.

           PERFORM 3100-PROCESS-ONE-RECORD
               THRU 3100-PROCESS-ONE-RECORD-EXIT
               UNTIL END-OF-SORTED-INPUT.

           IF FIRST-TAX-RECORD
               MOVE SPACES TO REPT-LINE
               MOVE "NO SALES TAX POSTINGS FOR THE PERIOD" TO REPT-LINE
               WRITE REPT-LINE
           ELSE
               PERFORM 4000-JURISDICTION-BREAK
                   THRU 4000-JURISDICTION-BREAK-EXIT
           END-IF.

           PERFORM 4200-GRAND-TOTAL
               THRU 4200-GRAND-TOTAL-EXIT.
       3000-LIABILITY-REPORT-EXIT.
           EXIT.

      *================================================================*
      *  3100-PROCESS-ONE-RECORD                                       *
      *  Skips a record posted outside the period, rolls an in-period  *
      *  record into the tie table, and, for a tax posting, fires the  *
      *  jurisdiction break when the sorted keys change and rolls the  *
      *  posting into the jurisdiction totals. Returns the next        *
      *  record.                                                       *
      *================================================================*
       3100-PROCESS-ONE-RECORD.
           IF TXP-PERIOD NOT = ZEROS
               DIVIDE SRT-POSTING-DATE BY 100
                   GIVING WS-RECORD-PERIOD
               IF WS-RECORD-PERIOD NOT = TXP-PERIOD
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 3100-RETURN-NEXT
               END-IF
           END-IF.

           PERFORM 3200-POST-TO-TIE-TABLE
               THRU 3200-POST-TO-TIE-TABLE-EXIT.

           IF NOT SRT-ENTRY-TAX
               GO TO 3100-RETURN-NEXT
           END-IF.

           IF FIRST-TAX-RECORD
               SET NOT-FIRST-TAX-RECORD TO TRUE
               MOVE SRT-TAX-JURISDICTION TO WS-HOLD-JURISDICTION
               MOVE SRT-ACCOUNT-CODE     TO WS-HOLD-ACCOUNT
           END-IF.

           IF SRT-TAX-JURISDICTION NOT = WS-HOLD-JURISDICTION
                   OR SRT-ACCOUNT-CODE NOT = WS-HOLD-ACCOUNT
               PERFORM 4000-JURISDICTION-BREAK
                   THRU 4000-JURISDICTION-BREAK-EXIT
               MOVE SRT-TAX-JURISDICTION TO WS-HOLD-JURISDICTION
               MOVE SRT-ACCOUNT-CODE     TO WS-HOLD-ACCOUNT
           END-IF.

           IF SRT-CREDIT
               ADD SRT-AMOUNT        TO WS-JUR-COLLECTED
               ADD SRT-TAX-BASE      TO WS-JUR-TAXABLE
               ADD SRT-AMOUNT        TO WS-TIE-REPORTED (WS-FOUND-SUB)
           ELSE
               ADD SRT-AMOUNT        TO WS-JUR-REVERSED
               SUBTRACT SRT-TAX-BASE FROM WS-JUR-TAXABLE
               SUBTRACT SRT-AMOUNT
                   FROM WS-TIE-REPORTED (WS-FOUND-SUB)
           END-IF.

       3100-RETURN-NEXT.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
           END-RETURN.
       3100-PROCESS-ONE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3200-POST-TO-TIE-TABLE                                        *
      *  Adds an in-period record's amount to its account's GLHIST     *
      *  debits or credits in the tie table, when the account is a     *
      *  tax-payable account. A tax posting to an account TAXRATE no   *
      *  longer names is still a tax-payable posting - its account     *
      *  joins the table. Leaves the entry's subscript in              *
      *  WS-FOUND-SUB for the liability side.                          *
      *================================================================*
       3200-POST-TO-TIE-TABLE.
           MOVE SRT-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
           PERFORM 6000-FIND-TIE-ACCOUNT
               THRU 6000-FIND-TIE-ACCOUNT-EXIT.

           IF ACCOUNT-NOT-IN-TABLE
               IF SRT-ENTRY-TAX
                   PERFORM 6100-ADD-TIE-ACCOUNT
                       THRU 6100-ADD-TIE-ACCOUNT-EXIT
               ELSE
                   GO TO 3200-POST-TO-TIE-TABLE-EXIT
               END-IF
           END-IF.

           IF SRT-CREDIT
               ADD SRT-AMOUNT TO WS-TIE-GL-CREDITS (WS-FOUND-SUB)
           ELSE
               ADD SRT-AMOUNT TO WS-TIE-GL-DEBITS (WS-FOUND-SUB)
           END-IF.
       3200-POST-TO-TIE-TABLE-EXIT.
           EXIT.

      *================================================================*
      *  4000-JURISDICTION-BREAK                                       *
      *  Prints the liability line for one jurisdiction and            *
      *  tax-payable account and rolls it into the grand totals.       *
      *  Taxable sales are net of reversals, as is the liability.      *
      *================================================================*
       4000-JURISDICTION-BREAK.
           SUBTRACT WS-JUR-REVERSED FROM WS-JUR-COLLECTED
               GIVING WS-NET-AMOUNT.

           MOVE WS-JUR-TAXABLE   TO WS-EDIT-TAXABLE.
           MOVE WS-JUR-COLLECTED TO WS-EDIT-COLLECTED.
           MOVE WS-JUR-REVERSED  TO WS-EDIT-REVERSED.
           MOVE WS-NET-AMOUNT    TO WS-EDIT-NET.

           MOVE SPACES TO REPT-LINE.
           STRING WS-HOLD-JURISDICTION "  "
                   WS-HOLD-ACCOUNT "  "
                   WS-EDIT-TAXABLE "  "
                   WS-EDIT-COLLECTED "  "
                   WS-EDIT-REVERSED "  "
                   WS-EDIT-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           ADD WS-JUR-TAXABLE   TO WS-GRAND-TAXABLE.
           ADD WS-JUR-COLLECTED TO WS-GRAND-COLLECTED.
           ADD WS-JUR-REVERSED  TO WS-GRAND-REVERSED.
           ADD WS-NET-AMOUNT    TO WS-GRAND-LIABILITY.

           MOVE ZEROS TO WS-JUR-TAXABLE.
           MOVE ZEROS TO WS-JUR-COLLECTED.
           MOVE ZEROS TO WS-JUR-REVERSED.
       4000-JURISDICTION-BREAK-EXIT.
           EXIT.

      *================================================================*
      *  4200-GRAND-TOTAL                                              *
      *  Prints the total liability line that closes the report body.  *
      *================================================================*
       4200-GRAND-TOTAL.
           MOVE WS-GRAND-TAXABLE   TO WS-EDIT-TAXABLE.
           MOVE WS-GRAND-COLLECTED TO WS-EDIT-COLLECTED.
           MOVE WS-GRAND-REVERSED  TO WS-EDIT-REVERSED.
           MOVE WS-GRAND-LIABILITY TO WS-EDIT-NET.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "TOTAL             "
                   WS-EDIT-TAXABLE "  "
                   WS-EDIT-COLLECTED "  "
                   WS-EDIT-REVERSED "  "
                   WS-EDIT-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF TXP-PERIOD NOT = ZEROS
               MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "GL RECORDS OUTSIDE THE PERIOD . . . : "
                       WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
           END-IF.
       4200-GRAND-TOTAL-EXIT.
           EXIT.

      *================================================================*
      *  5000-TIE-TO-GL                                                *
      *  Prints the tie section: for each tax-payable account, the     *
      *  net of every GLHIST posting to it in the period (credits      *
      *  less debits) against the liability the report put on it, an   *
      *  account that differs flagged. Then the totals, and whether    *
      *  the report ties.                                              *
      *================================================================*
       5000-TIE-TO-GL.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           MOVE "TIE TO GLHIST TAX-PAYABLE POSTINGS" TO REPT-LINE.
           WRITE REPT-LINE.

           PERFORM 5100-TIE-ONE-ACCOUNT
               THRU 5100-TIE-ONE-ACCOUNT-EXIT
               VARYING WS-TIE-SUB FROM 1 BY 1
               UNTIL WS-TIE-SUB > WS-TIE-COUNT.

           SUBTRACT WS-GRAND-LIABILITY FROM WS-GRAND-GL-NET
               GIVING WS-DIFFERENCE.

           MOVE WS-GRAND-GL-NET TO WS-EDIT-GL-NET.
           MOVE SPACES TO REPT-LINE.
           STRING "NET POSTED TO TAX-PAYABLE ACCOUNTS. : "
                   WS-EDIT-GL-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GRAND-LIABILITY TO WS-EDIT-NET.
           MOVE SPACES TO REPT-LINE.
           STRING "NET LIABILITY REPORTED. . . . . . . : "
                   WS-EDIT-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-DIFFERENCE TO WS-EDIT-NET.
           MOVE SPACES TO REPT-LINE.
           STRING "DIFFERENCE. . . . . . . . . . . . . : "
                   WS-EDIT-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF REPORT-TIES AND WS-DIFFERENCE = ZERO
               MOVE "REPORT TIES TO THE GL HISTORY" TO REPT-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
               STRING "*** REPORT DOES NOT TIE TO THE GL HISTORY - "
                       "SEE ACCOUNTS FLAGGED ABOVE"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       5000-TIE-TO-GL-EXIT.
           EXIT.

      *================================================================*
      *  5100-TIE-ONE-ACCOUNT                                          *
      *  Prints the tie line for one tax-payable account and rolls     *
      *  its GLHIST net into the total. An account with nothing        *
      *  posted and nothing reported is left off.                      *
      *================================================================*
       5100-TIE-ONE-ACCOUNT.
           SUBTRACT WS-TIE-GL-DEBITS (WS-TIE-SUB)
               FROM WS-TIE-GL-CREDITS (WS-TIE-SUB)
               GIVING WS-NET-AMOUNT.

           ADD WS-NET-AMOUNT TO WS-GRAND-GL-NET.

           IF WS-NET-AMOUNT = ZERO
                   AND WS-TIE-REPORTED (WS-TIE-SUB) = ZERO
               GO TO 5100-TIE-ONE-ACCOUNT-EXIT
           END-IF.

           MOVE WS-NET-AMOUNT                TO WS-EDIT-GL-NET.
           MOVE WS-TIE-REPORTED (WS-TIE-SUB) TO WS-EDIT-NET.

           MOVE SPACES TO REPT-LINE.
           IF WS-NET-AMOUNT = WS-TIE-REPORTED (WS-TIE-SUB)
               STRING "  ACCOUNT " WS-TIE-ACCOUNT (WS-TIE-SUB)
                       " GL NET " WS-EDIT-GL-NET
                       " REPORTED " WS-EDIT-NET
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               SET REPORT-DOES-NOT-TIE TO TRUE
               STRING "  ACCOUNT " WS-TIE-ACCOUNT (WS-TIE-SUB)
                       " GL NET " WS-EDIT-GL-NET
                       " REPORTED " WS-EDIT-NET
                       "  *** DOES NOT TIE"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       5100-TIE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  6000-FIND-TIE-ACCOUNT                                         *
      *  Searches the tie table for WS-WORK-ACCOUNT, leaving the       *
      *  found switch set and the matching entry's subscript in        *
      *  WS-FOUND-SUB.                                                 *
      *================================================================*
       6000-FIND-TIE-ACCOUNT.
           SET ACCOUNT-NOT-IN-TABLE TO TRUE.

           PERFORM 6010-TEST-ONE-ENTRY
               THRU 6010-TEST-ONE-ENTRY-EXIT
               VARYING WS-TIE-SUB FROM 1 BY 1
               UNTIL WS-TIE-SUB > WS-TIE-COUNT
                  OR ACCOUNT-IN-TABLE.
       6000-FIND-TIE-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  6010-TEST-ONE-ENTRY                                           *
      *  Tests one table entry against the account being looked up.    *
      *================================================================*
       6010-TEST-ONE-ENTRY.
           IF WS-TIE-ACCOUNT (WS-TIE-SUB) = WS-WORK-ACCOUNT
               SET ACCOUNT-IN-TABLE TO TRUE
               MOVE WS-TIE-SUB TO WS-FOUND-SUB
           END-IF.
       6010-TEST-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      *  6100-ADD-TIE-ACCOUNT                                          *
      *  Adds WS-WORK-ACCOUNT to the tie table with zero totals and    *
      *  leaves its subscript in WS-FOUND-SUB. A full table is a       *
      *  setup far outside anything this report was sized for, and     *
      *  the run is stopped rather than print a tie it cannot prove.   *
      *================================================================*
       6100-ADD-TIE-ACCOUNT.
           IF WS-TIE-COUNT = 50
               DISPLAY "MULTTAX04E - MORE THAN 50 TAX-PAYABLE "
                   "ACCOUNTS - REPORT NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TIE-COUNT.
           MOVE WS-WORK-ACCOUNT TO WS-TIE-ACCOUNT (WS-TIE-COUNT).
           MOVE ZEROS TO WS-TIE-GL-DEBITS (WS-TIE-COUNT).
           MOVE ZEROS TO WS-TIE-GL-CREDITS (WS-TIE-COUNT).
           MOVE ZEROS TO WS-TIE-REPORTED (WS-TIE-COUNT).
           MOVE WS-TIE-COUNT TO WS-FOUND-SUB.
           SET ACCOUNT-IN-TABLE TO TRUE.
       6100-ADD-TIE-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the report - GLHIST was opened and closed by the       *
      *  SORT.                                                         *
      *================================================================*
       9000-TERMINATE.
           CLOSE TAXRPT.
       9000-TERMINATE-EXIT.
           EXIT.
