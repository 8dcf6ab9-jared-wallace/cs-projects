      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTTXR.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - maintenance transaction    *
      *                   for the TAXRATE sales-tax rate table the     *
      *                   MULT batch run taxes extensions from. Lets   *
      *                   an operator add a rate for a jurisdiction    *
      *                   from an effective date, correct a rate or    *
      *                   its description, or reassign the             *
      *                   tax-payable GL account, with the same update *
      *                   stamping the price master gets. A rate       *
      *                   change going forward is a new record with    *
      *                   its own effective date - the old record      *
      *                   stays so a late transaction is still taxed   *
      *                   at the rate in effect on its date.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRATE  ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXR-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXRATE
           LABEL RECORDS ARE STANDARD.
           COPY TXRREC.

       WORKING-STORAGE SECTION.
       01  WS-TAXRATE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH               PIC X(01) VALUE "N".
               88  SESSION-DONE                        VALUE "Y".
               88  SESSION-NOT-DONE                     VALUE "N".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  RATE-FOUND                           VALUE "Y".
               88  RATE-NOT-FOUND                       VALUE "N".
           05  WS-RATE-OK-SWITCH            PIC X(01) VALUE "Y".
               88  RATE-VALID                            VALUE "Y".
               88  RATE-INVALID                          VALUE "N".

       01  WS-ENTRY-FIELDS.
           05  WS-JURISDICTION              PIC X(06) VALUE SPACES.
           05  WS-EFF-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
               88  FUNCTION-ADD                          VALUE "A".
               88  FUNCTION-CHANGE                       VALUE "C".
               88  FUNCTION-GL-ACCOUNT                    VALUE "G".
           05  WS-NEW-DESCRIPTION           PIC X(25) VALUE SPACES.
           05  WS-NEW-RATE                  PIC S9V9(05) VALUE ZEROS.
           05  WS-NEW-GL-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Drives the tax-rate maintenance session until the operator    *
      *  asks to quit.                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-RATE
               THRU 2000-PROCESS-ONE-RATE-EXIT
               UNTIL SESSION-DONE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the tax-rate table, creating it if this is the first    *
      *  run, and gets the operator ID that will be stamped on any     *
      *  rate maintained this session.                                 *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O TAXRATE.
           IF WS-TAXRATE-STATUS = "35"
               OPEN OUTPUT TAXRATE
               CLOSE TAXRATE
               OPEN I-O TAXRATE
           END-IF.
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "MULTTXR01E - UNABLE TO OPEN TAXRATE, STATUS = "
                   WS-TAXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-RATE                                         *
      *  Looks up one jurisdiction and effective date, shows the rate  *
      *  on file, and routes to the add, change, or GL-account         *
      *  function.                                                     *
      *================================================================*
       2000-PROCESS-ONE-RATE.
           DISPLAY " ".
           DISPLAY "ENTER TAX JURISDICTION TO MAINTAIN "
               "(SPACES TO QUIT): ".
           ACCEPT WS-JURISDICTION.

           IF WS-JURISDICTION = SPACES
               SET SESSION-DONE TO TRUE
               GO TO 2000-PROCESS-ONE-RATE-EXIT
           END-IF.

           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT WS-EFF-DATE.

           IF WS-EFF-DATE NOT NUMERIC
                   OR WS-EFF-DATE = ZEROS
               DISPLAY "REJECTED - EFFECTIVE DATE IS NOT A DATE"
               GO TO 2000-PROCESS-ONE-RATE-EXIT
           END-IF.

           PERFORM 2100-READ-RATE-RECORD
               THRU 2100-READ-RATE-RECORD-EXIT.

           IF RATE-FOUND
               PERFORM 2200-DISPLAY-RATE-RECORD
                   THRU 2200-DISPLAY-RATE-RECORD-EXIT
               DISPLAY "FUNCTION - C=CORRECT RATE/DESCRIPTION, "
                   "G=GL ACCOUNT, N=NONE: "
           ELSE
               DISPLAY "NO RATE FOR THIS JURISDICTION AND DATE."
               DISPLAY "FUNCTION - A=ADD THIS RATE, N=NONE: "
           END-IF.
           ACCEPT WS-FUNCTION-CODE.

           IF RATE-NOT-FOUND AND FUNCTION-ADD
               PERFORM 3000-ADD-RATE-RECORD
                   THRU 3000-ADD-RATE-RECORD-EXIT
               GO TO 2000-PROCESS-ONE-RATE-EXIT
           END-IF.

           IF RATE-FOUND AND FUNCTION-CHANGE
               PERFORM 3100-CORRECT-RATE
                   THRU 3100-CORRECT-RATE-EXIT
               GO TO 2000-PROCESS-ONE-RATE-EXIT
           END-IF.

           IF RATE-FOUND AND FUNCTION-GL-ACCOUNT
               PERFORM 3300-ASSIGN-GL-ACCOUNT
                   THRU 3300-ASSIGN-GL-ACCOUNT-EXIT
           END-IF.
       2000-PROCESS-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-RATE-RECORD                                         *
      *  Reads TAXRATE by the jurisdiction and effective date the      *
      *  operator entered.                                             *
      *================================================================*
       2100-READ-RATE-RECORD.
           MOVE WS-JURISDICTION TO TXR-JURISDICTION.
           MOVE WS-EFF-DATE     TO TXR-EFF-DATE.

           READ TAXRATE
               INVALID KEY
                   SET RATE-NOT-FOUND TO TRUE
                   GO TO 2100-READ-RATE-RECORD-EXIT
           END-READ.

           SET RATE-FOUND TO TRUE.
       2100-READ-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-RATE-RECORD                                      *
      *  Shows the rate, its description, and the tax-payable account  *
      *  for the record just read.                                     *
      *================================================================*
       2200-DISPLAY-RATE-RECORD.
           DISPLAY "TAX JURISDICTION . . : " TXR-JURISDICTION.
           DISPLAY "EFFECTIVE DATE . . . : " TXR-EFF-DATE.
           DISPLAY "DESCRIPTION. . . . . : " TXR-DESCRIPTION.
           DISPLAY "TAX RATE . . . . . . : " TXR-TAX-RATE.
           IF TXR-GL-ACCOUNT-CODE = SPACES
               DISPLAY "TAX-PAYABLE ACCOUNT. : ** NONE ASSIGNED **"
           ELSE
               DISPLAY "TAX-PAYABLE ACCOUNT. : " TXR-GL-ACCOUNT-CODE
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " TXR-LAST-UPDATE-DATE
               " " TXR-LAST-UPDATE-TIME " BY " TXR-UPDATED-BY.
       2200-DISPLAY-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3000-ADD-RATE-RECORD                                          *
      *  Writes a new rate for a jurisdiction from the effective date  *
      *  keyed. A tax-payable account is required - MULT rejects a     *
      *  taxable extension whose rate names no account, so a rate     *
      *  added without one would move the jurisdiction's whole feed    *
      *  into the reject file.                                         *
      *================================================================*
       3000-ADD-RATE-RECORD.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "ENTER TAX RATE AS A FRACTION (0.07250 = 7.25%): ".
           ACCEPT WS-NEW-RATE.

           PERFORM 3050-VALIDATE-RATE
               THRU 3050-VALIDATE-RATE-EXIT.
           IF RATE-INVALID
               GO TO 3000-ADD-RATE-RECORD-EXIT
           END-IF.

           DISPLAY "ENTER TAX-PAYABLE GL ACCOUNT: ".
           ACCEPT WS-NEW-GL-ACCOUNT.

           IF WS-NEW-GL-ACCOUNT = SPACES
               DISPLAY "REJECTED - A RATE NEEDS A TAX-PAYABLE "
                   "ACCOUNT - MULT WILL REJECT EVERY TAXABLE "
                   "EXTENSION WITHOUT ONE"
               GO TO 3000-ADD-RATE-RECORD-EXIT
           END-IF.

           MOVE SPACES             TO TXR-RECORD.
           MOVE WS-JURISDICTION    TO TXR-JURISDICTION.
           MOVE WS-EFF-DATE        TO TXR-EFF-DATE.
           MOVE WS-NEW-DESCRIPTION TO TXR-DESCRIPTION.
           MOVE WS-NEW-RATE        TO TXR-TAX-RATE.
           MOVE WS-NEW-GL-ACCOUNT  TO TXR-GL-ACCOUNT-CODE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           WRITE TXR-RECORD
               INVALID KEY
                   DISPLAY "MULTTXR02E - WRITE FAILED, STATUS = "
                       WS-TAXRATE-STATUS
                   GO TO 3000-ADD-RATE-RECORD-EXIT
           END-WRITE.

           DISPLAY "RATE ADDED: " WS-NEW-RATE " FROM " WS-EFF-DATE.
       3000-ADD-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3050-VALIDATE-RATE                                            *
      *  A rate keyed here has to be a fraction between zero and one - *
      *  a rate keyed as a percentage, 7.25 for 0.0725, would tax      *
      *  every extension at seven times its value.                     *
      *================================================================*
       3050-VALIDATE-RATE.
           SET RATE-VALID TO TRUE.

           IF WS-NEW-RATE NOT NUMERIC
               SET RATE-INVALID TO TRUE
               DISPLAY "REJECTED - TAX RATE IS NOT NUMERIC"
               GO TO 3050-VALIDATE-RATE-EXIT
           END-IF.

           IF WS-NEW-RATE < 0
               SET RATE-INVALID TO TRUE
               DISPLAY "REJECTED - TAX RATE IS NEGATIVE"
               GO TO 3050-VALIDATE-RATE-EXIT
           END-IF.

           IF WS-NEW-RATE NOT < 1
               SET RATE-INVALID TO TRUE
               DISPLAY "REJECTED - TAX RATE MUST BE A FRACTION, "
                   "NOT A PERCENTAGE"
           END-IF.
       3050-VALIDATE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3100-CORRECT-RATE                                             *
      *  Corrects the rate and description on an existing record -     *
      *  for a rate keyed wrong, not for a rate change. A correction   *
      *  reaches back to every extension dated from the record's       *
      *  effective date that MULT has yet to post; a genuine change    *
      *  in the rate is added as a new record from the date it takes   *
      *  effect.                                                       *
      *================================================================*
       3100-CORRECT-RATE.
           DISPLAY "A RATE CHANGE GOING FORWARD IS ADDED WITH ITS OWN "
               "EFFECTIVE DATE.".
           DISPLAY "ENTER DESCRIPTION (SPACES TO KEEP): ".
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "ENTER CORRECTED TAX RATE: ".
           ACCEPT WS-NEW-RATE.

           PERFORM 3050-VALIDATE-RATE
               THRU 3050-VALIDATE-RATE-EXIT.
           IF RATE-INVALID
               GO TO 3100-CORRECT-RATE-EXIT
           END-IF.

           IF WS-NEW-DESCRIPTION NOT = SPACES
               MOVE WS-NEW-DESCRIPTION TO TXR-DESCRIPTION
           END-IF.
           MOVE WS-NEW-RATE TO TXR-TAX-RATE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-RATE-RECORD
               THRU 4100-REWRITE-RATE-RECORD-EXIT.
       3100-CORRECT-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3300-ASSIGN-GL-ACCOUNT                                        *
      *  Reassigns the tax-payable account the rate's tax is credited  *
      *  to. Blanking the account is refused - MULT rejects a taxable  *
      *  extension whose rate names no account. Tax already posted     *
      *  is reversed out of the account the master recorded, not      *
      *  this one.                                                     *
      *================================================================*
       3300-ASSIGN-GL-ACCOUNT.
           DISPLAY "ENTER TAX-PAYABLE GL ACCOUNT: ".
           ACCEPT WS-NEW-GL-ACCOUNT.

           IF WS-NEW-GL-ACCOUNT = SPACES
               DISPLAY "REJECTED - GL ACCOUNT IS MISSING"
               GO TO 3300-ASSIGN-GL-ACCOUNT-EXIT
           END-IF.

           MOVE WS-NEW-GL-ACCOUNT TO TXR-GL-ACCOUNT-CODE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-RATE-RECORD
               THRU 4100-REWRITE-RATE-RECORD-EXIT.
       3300-ASSIGN-GL-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
      *  stamping the price master gets.                               *
      *================================================================*
       4000-STAMP-UPDATE.
           MOVE WS-RUN-DATE    TO TXR-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO TXR-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO TXR-UPDATED-BY.
       4000-STAMP-UPDATE-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-RATE-RECORD                                      *
      *  Rewrites the record just maintained and confirms it to the    *
      *  operator.                                                     *
      *================================================================*
       4100-REWRITE-RATE-RECORD.
           REWRITE TXR-RECORD.
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "MULTTXR03E - REWRITE FAILED, STATUS = "
                   WS-TAXRATE-STATUS
           ELSE
               DISPLAY "TAX RATE RECORD UPDATED."
           END-IF.
       4100-REWRITE-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the tax-rate table at end of session.                  *
      *================================================================*
       9000-TERMINATE.
           CLOSE TAXRATE.
       9000-TERMINATE-EXIT.
           EXIT.
