      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTFXR.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - maintenance transaction    *
      *                   for the FXRATE exchange-rate table the MULT  *
      *                   batch run converts foreign-currency          *
      *                   extensions from and the MULTFXV run          *
      *                   revalues open items at. Lets an operator     *
      *                   add a rate for a currency from an effective  *
      *                   date, or correct a rate or its description,  *
      *                   with the same update stamping the price      *
      *                   master gets. A rate change going forward is  *
      *                   a new record with its own effective date -   *
      *                   the old record stays so a late transaction   *
      *                   is still converted at the rate in effect on  *
      *                   its date.                                    *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATE   ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRATE
           LABEL RECORDS ARE STANDARD.
           COPY FXRREC.

       WORKING-STORAGE SECTION.
       01  WS-FXRATE-STATUS                PIC X(02) VALUE "00".

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
           05  WS-CURRENCY-CODE             PIC X(03) VALUE SPACES.
           05  WS-EFF-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
               88  FUNCTION-ADD                          VALUE "A".
               88  FUNCTION-CHANGE                       VALUE "C".
           05  WS-NEW-DESCRIPTION           PIC X(25) VALUE SPACES.
           05  WS-NEW-RATE                  PIC S9(04)V9(06)
                                            VALUE ZEROS.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Drives the exchange-rate maintenance session until the        *
      *  operator asks to quit.                                        *
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
      *  Opens the exchange-rate table, creating it if this is the     *
      *  first run, and gets the operator ID that will be stamped on   *
      *  any rate maintained this session.                             *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O FXRATE.
           IF WS-FXRATE-STATUS = "35"
               OPEN OUTPUT FXRATE
               CLOSE FXRATE
               OPEN I-O FXRATE
           END-IF.
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "MULTFXR01E - UNABLE TO OPEN FXRATE, STATUS = "
                   WS-FXRATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-RATE                                         *
      *  Looks up one currency and effective date, shows the rate on   *
      *  file, and routes to the add or correct function.              *
      *================================================================*
       2000-PROCESS-ONE-RATE.
           DISPLAY " ".
           DISPLAY "ENTER CURRENCY CODE TO MAINTAIN "
               "(SPACES TO QUIT): ".
           ACCEPT WS-CURRENCY-CODE.

           IF WS-CURRENCY-CODE = SPACES
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
                   "N=NONE: "
           ELSE
               DISPLAY "NO RATE FOR THIS CURRENCY AND DATE."
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
           END-IF.
       2000-PROCESS-ONE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-RATE-RECORD                                         *
      *  Reads FXRATE by the currency and effective date the operator  *
      *  entered.                                                      *
      *================================================================*
       2100-READ-RATE-RECORD.
           MOVE WS-CURRENCY-CODE TO FXR-CURRENCY-CODE.
           MOVE WS-EFF-DATE      TO FXR-EFF-DATE.

           READ FXRATE
               INVALID KEY
                   SET RATE-NOT-FOUND TO TRUE
                   GO TO 2100-READ-RATE-RECORD-EXIT
           END-READ.

           SET RATE-FOUND TO TRUE.
       2100-READ-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-RATE-RECORD                                      *
      *  Shows the rate and its description for the record just read. *
      *================================================================*
       2200-DISPLAY-RATE-RECORD.
           DISPLAY "CURRENCY CODE. . . . : " FXR-CURRENCY-CODE.
           DISPLAY "EFFECTIVE DATE . . . : " FXR-EFF-DATE.
           DISPLAY "DESCRIPTION. . . . . : " FXR-DESCRIPTION.
           DISPLAY "BASE PER ONE UNIT. . : " FXR-RATE.
           DISPLAY "LAST UPDATED . . . . : " FXR-LAST-UPDATE-DATE
               " " FXR-LAST-UPDATE-TIME " BY " FXR-UPDATED-BY.
       2200-DISPLAY-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3000-ADD-RATE-RECORD                                          *
      *  Writes a new rate for a currency from the effective date      *
      *  keyed.                                                        *
      *================================================================*
       3000-ADD-RATE-RECORD.
           DISPLAY "ENTER DESCRIPTION: ".
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "ENTER BASE-CURRENCY VALUE OF ONE UNIT "
               "(1.274500): ".
           ACCEPT WS-NEW-RATE.

           PERFORM 3050-VALIDATE-RATE
               THRU 3050-VALIDATE-RATE-EXIT.
           IF RATE-INVALID
               GO TO 3000-ADD-RATE-RECORD-EXIT
           END-IF.

           MOVE SPACES             TO FXR-RECORD.
           MOVE WS-CURRENCY-CODE   TO FXR-CURRENCY-CODE.
           MOVE WS-EFF-DATE        TO FXR-EFF-DATE.
           MOVE WS-NEW-DESCRIPTION TO FXR-DESCRIPTION.
           MOVE WS-NEW-RATE        TO FXR-RATE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           WRITE FXR-RECORD
               INVALID KEY
                   DISPLAY "MULTFXR02E - WRITE FAILED, STATUS = "
                       WS-FXRATE-STATUS
                   GO TO 3000-ADD-RATE-RECORD-EXIT
           END-WRITE.

           DISPLAY "RATE ADDED: " WS-NEW-RATE " FROM " WS-EFF-DATE.
       3000-ADD-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3050-VALIDATE-RATE                                            *
      *  A rate keyed here has to be greater than zero - MULT divides  *
      *  a list price by it, and a zero rate would value every open    *
      *  item in the currency at nothing.                              *
      *================================================================*
       3050-VALIDATE-RATE.
           SET RATE-VALID TO TRUE.

           IF WS-NEW-RATE NOT NUMERIC
               SET RATE-INVALID TO TRUE
               DISPLAY "REJECTED - EXCHANGE RATE IS NOT NUMERIC"
               GO TO 3050-VALIDATE-RATE-EXIT
           END-IF.

           IF WS-NEW-RATE NOT > 0
               SET RATE-INVALID TO TRUE
               DISPLAY "REJECTED - EXCHANGE RATE MUST BE GREATER "
                   "THAN ZERO"
           END-IF.
       3050-VALIDATE-RATE-EXIT.
           EXIT.

      *================================================================*
      *  3100-CORRECT-RATE                                             *
      *  Corrects the rate and description on an existing record -     *
      *  for a rate keyed wrong, not for a rate change. A correction   *
      *  reaches back to every extension dated from the record's       *
      *  effective date that MULT has yet to post; what is already     *
      *  posted stays at the rate it was converted at. A genuine       *
      *  change in the rate is added as a new record from the date it  *
      *  takes effect.                                                 *
      *================================================================*
       3100-CORRECT-RATE.
           DISPLAY "A RATE CHANGE GOING FORWARD IS ADDED WITH ITS OWN "
               "EFFECTIVE DATE.".
           DISPLAY "ENTER DESCRIPTION (SPACES TO KEEP): ".
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "ENTER CORRECTED EXCHANGE RATE: ".
           ACCEPT WS-NEW-RATE.

           PERFORM 3050-VALIDATE-RATE
               THRU 3050-VALIDATE-RATE-EXIT.
           IF RATE-INVALID
               GO TO 3100-CORRECT-RATE-EXIT
           END-IF.

           IF WS-NEW-DESCRIPTION NOT = SPACES
               MOVE WS-NEW-DESCRIPTION TO FXR-DESCRIPTION
           END-IF.
           MOVE WS-NEW-RATE TO FXR-RATE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-RATE-RECORD
               THRU 4100-REWRITE-RATE-RECORD-EXIT.
       3100-CORRECT-RATE-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
      *  stamping the price master gets.                               *
      *================================================================*
       4000-STAMP-UPDATE.
           MOVE WS-RUN-DATE    TO FXR-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO FXR-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO FXR-UPDATED-BY.
       4000-STAMP-UPDATE-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-RATE-RECORD                                      *
      *  Rewrites the record just maintained and confirms it to the    *
      *  operator.                                                     *
      *================================================================*
       4100-REWRITE-RATE-RECORD.
           REWRITE FXR-RECORD.
           IF WS-FXRATE-STATUS NOT = "00"
               DISPLAY "MULTFXR03E - REWRITE FAILED, STATUS = "
                   WS-FXRATE-STATUS
           ELSE
               DISPLAY "EXCHANGE RATE RECORD UPDATED."
           END-IF.
       4100-REWRITE-RATE-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the exchange-rate table at end of session.             *
      *================================================================*
       9000-TERMINATE.
           CLOSE FXRATE.
       9000-TERMINATE-EXIT.
           EXIT.
