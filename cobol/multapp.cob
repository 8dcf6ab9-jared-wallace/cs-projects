      *                   adjustments whose write succeeded, so the    *
      *                   amounts always tie to the count and the      *
      *                   registry.                                    *
      *  2026-10-15  JW   An approved change to a foreign-currency     *
      *                   customer's extension restates its price and  *
      *                   extension in the customer's currency at the  *
      *                   rate the extension was booked at, so the     *
      *                   master's two sets of figures still agree.    *
      *                   The correction itself stays in base - the    *
      *                   currency the GL adjustment is written in.    *
      *  2026-10-15  JW   An applied correction now carries the same   *
      *                   difference onto the customer's ARFILE item - *
      *                   original and open amounts, and the currency  *
      *                   original for a foreign-currency customer - so *
      *                   the statement, the GL and the AR open balance *
      *                   still agree after the change.                *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS FCL-PERIOD
               FILE STATUS IS WS-FCALFILE-STATUS.

           SELECT ARFILE   ASSIGN TO ARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARO-KEY
               FILE STATUS IS WS-ARFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PNDFILE
           LABEL RECORDS ARE STANDARD.
           COPY FCALREC.

       FD  ARFILE
           LABEL RECORDS ARE STANDARD.
           COPY AROREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
       01  WS-GLADJ-STATUS                 PIC X(02) VALUE "00".
       01  WS-RUNREG-STATUS                PIC X(02) VALUE "00".
       01  WS-FCALFILE-STATUS              PIC X(02) VALUE "00".
       01  WS-ARFILE-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
       77  WS-DENY-COUNT                   PIC 9(06) COMP VALUE ZERO.
       77  WS-PENDING-COUNT                PIC 9(06) COMP VALUE ZERO.
       77  WS-PRIOR-COUNT                  PIC 9(06) COMP VALUE ZERO.
       77  WS-AR-ADJUST-COUNT              PIC 9(06) COMP VALUE ZERO.
       77  WS-AR-EXCEPTION-COUNT           PIC 9(06) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  GL ADJUSTMENT WORKING FIELDS AND TOTALS                       *
           05  WS-ADJ-DEBITS                PIC 9(11)V99 VALUE ZEROS.
           05  WS-ADJ-CREDITS               PIC 9(11)V99 VALUE ZEROS.
           05  WS-ADJ-NET                   PIC S9(11)V99 VALUE ZEROS.
           05  WS-OLD-FX-RESULT             PIC 9(07)V99 VALUE ZEROS.
           05  WS-FX-ADJUST-DELTA           PIC S9(08)V99 VALUE ZEROS.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
               STOP RUN
           END-IF.

           OPEN I-O ARFILE.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTAPP15E - UNABLE TO OPEN ARFILE, STATUS = "
                   WS-ARFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO REPT-LINE.
           MOVE "MULTAPP - PENDING MASTER CORRECTIONS - DAILY REPORT"
               TO REPT-LINE.
      *  decision. A change that moves the result writes an            *
      *  adjusting GL record for the difference and puts the master    *
      *  back to EXTRACTED - the adjustment is a fresh GL entry the    *
      *  MULTACK acknowledgment loop has to see through. A             *
      *  foreign-currency extension has its currency price and         *
      *  extension restated at its booking rate.                       *
      *================================================================*
       4000-APPLY-APPROVED-CHANGE.
           SUBTRACT PND-OLD-RESULT FROM PND-NEW-RESULT
           MOVE PND-NEW-NUM1   TO MST-NUM1.
           MOVE PND-NEW-NUM2   TO MST-NUM2.
           MOVE PND-NEW-RESULT TO MST-RESULT.
           MOVE MST-FX-RESULT  TO WS-OLD-FX-RESULT.
           IF MST-CURRENCY-CODE NOT = SPACES
                   AND MST-FX-RATE NUMERIC
                   AND MST-FX-RATE > ZERO
               PERFORM 4050-RESTATE-IN-CURRENCY
                   THRU 4050-RESTATE-IN-CURRENCY-EXIT
           END-IF.
           MOVE WS-RUN-DATE    TO MST-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO MST-LAST-UPDATE-TIME.
           MOVE WS-APPROVER-ID TO MST-UPDATED-BY.
           IF WS-ADJUST-DELTA NOT = ZERO
               PERFORM 4500-WRITE-GL-ADJUSTMENT
                   THRU 4500-WRITE-GL-ADJUSTMENT-EXIT
               PERFORM 4600-ADJUST-AR-ITEM
                   THRU 4600-ADJUST-AR-ITEM-EXIT
           END-IF.

           SET PND-STATUS-APPROVED TO TRUE.
       4000-APPLY-APPROVED-CHANGE-EXIT.
           EXIT.

      *================================================================*
      *  4050-RESTATE-IN-CURRENCY                                      *
      *  Converts the approved base price and extension back into the  *
      *  customer's currency at the rate the master was booked at.     *
      *  A figure too large for the currency field keeps its old       *
      *  value and is called out to the approver.                      *
      *================================================================*
       4050-RESTATE-IN-CURRENCY.
           DIVIDE MST-NUM2 BY MST-FX-RATE
               GIVING MST-FX-PRICE ROUNDED
               ON SIZE ERROR
                   DISPLAY "  PRICE IN " MST-CURRENCY-CODE
                       " TOO LARGE - NOT RESTATED."
           END-DIVIDE.

           DIVIDE MST-RESULT BY MST-FX-RATE
               GIVING MST-FX-RESULT ROUNDED
               ON SIZE ERROR
                   DISPLAY "  EXTENSION IN " MST-CURRENCY-CODE
                       " TOO LARGE - NOT RESTATED."
           END-DIVIDE.
       4050-RESTATE-IN-CURRENCY-EXIT.
           EXIT.

      *================================================================*
      *  4100-DENY-CHANGE                                              *
      *  Marks the pending record denied and logs the decision - the   *
       4500-WRITE-GL-ADJUSTMENT-EXIT.
           EXIT.

      *================================================================*
      *  4600-ADJUST-AR-ITEM                                           *
      *  Carries the applied difference onto the customer's ARFILE     *
      *  item so the open balance still ties to the corrected master   *
      *  and the GL. Original and open amounts move by the base        *
      *  difference; a foreign-currency item's currency original       *
      *  moves by the change in its restated extension. The item       *
      *  closes when nothing is left open and reopens otherwise - a    *
      *  paid item whose extension went up owes the difference. No     *
      *  item to adjust - an extension posted before the ledger        *
      *  existed - goes on the report as an AR exception.              *
      *================================================================*
       4600-ADJUST-AR-ITEM.
           MOVE MST-CUST-CODE TO ARO-CUST-CODE.
           MOVE MST-TRAN-ID   TO ARO-TRAN-ID.

           READ ARFILE
               INVALID KEY
                   MOVE SPACES TO REPT-LINE
                   STRING "*** AR - CUSTOMER " ARO-CUST-CODE
                           " TRAN " ARO-TRAN-ID
                           " - NO AR ITEM ON FILE - NOT ADJUSTED"
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   ADD 1 TO WS-AR-EXCEPTION-COUNT
                   GO TO 4600-ADJUST-AR-ITEM-EXIT
           END-READ.

           ADD WS-ADJUST-DELTA TO ARO-ORIGINAL-AMT.
           ADD WS-ADJUST-DELTA TO ARO-OPEN-AMT.
           IF NOT ARO-BASE-CURRENCY
               SUBTRACT WS-OLD-FX-RESULT FROM MST-FX-RESULT
                   GIVING WS-FX-ADJUST-DELTA
               ADD WS-FX-ADJUST-DELTA TO ARO-FX-ORIGINAL-AMT
           END-IF.
           IF ARO-OPEN-AMT = ZERO
               SET ARO-ITEM-CLOSED TO TRUE
           ELSE
               SET ARO-ITEM-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-NUMBER  TO ARO-RUN-NO.
           MOVE WS-RUN-DATE    TO ARO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO ARO-LAST-UPDATE-TIME.
           MOVE WS-APPROVER-ID TO ARO-UPDATED-BY.

           REWRITE ARO-RECORD.
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "MULTAPP16E - ARFILE UPDATE FAILED, STATUS = "
                   WS-ARFILE-STATUS
               GO TO 4600-ADJUST-AR-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-AR-ADJUST-COUNT.
       4600-ADJUST-AR-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  5000-WRITE-PENDING-OUT                                        *
      *  Writes the pending record, with whatever status it now        *
                   WS-EDIT-NET
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-AR-ADJUST-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AR ITEMS ADJUSTED . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-AR-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AR EXCEPTIONS . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

           CLOSE SECFILE.
           CLOSE SECLOG.
           CLOSE APPRPT.
           CLOSE ARFILE.
       9000-TERMINATE-EXIT.
           EXIT.
