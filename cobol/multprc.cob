      *                   and a late transaction dated inside that     *
      *                   reign silently extended at the older         *
      *                   price.                                       *
      *  2026-10-15  JW   Sales-tax status of the item. An add asks    *
      *                   whether the item is taxable, a new X         *
      *                   function switches it between taxable and     *
      *                   exempt, and the display shows it. MULT       *
      *                   taxes only an item flagged taxable.          *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  FUNCTION-CHANGE                       VALUE "C".
               88  FUNCTION-EFFECTIVE-DATE                VALUE "E".
               88  FUNCTION-GL-ACCOUNT                    VALUE "G".
               88  FUNCTION-TAX-STATUS                    VALUE "X".
           05  WS-NEW-PRICE                 PIC S999V99 VALUE ZEROS.
           05  WS-NEW-EFF-DATE              PIC 9(08) VALUE ZEROS.
           05  WS-NEW-GL-ACCOUNT            PIC X(10) VALUE SPACES.
           05  WS-NEW-TAXABLE-FLAG          PIC X(01) VALUE SPACES.
               88  NEW-FLAG-TAXABLE                      VALUE "Y".
               88  NEW-FLAG-EXEMPT                       VALUE "N".
           05  WS-HIST-PRICE                PIC 999V99 VALUE ZEROS.
           05  WS-HIST-EFF-DATE             PIC 9(08) VALUE ZEROS.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
               PERFORM 2200-DISPLAY-PRICE-RECORD
                   THRU 2200-DISPLAY-PRICE-RECORD-EXIT
               DISPLAY "FUNCTION - C=CHANGE PRICE, E=EFFECTIVE-DATE A "
                   "PENDING PRICE, G=GL ACCOUNT, "
                   "X=TAXABLE/EXEMPT, N=NONE: "
           ELSE
               DISPLAY "ITEM NOT ON PRICE FILE."
               DISPLAY "FUNCTION - A=ADD THIS ITEM, N=NONE: "
           IF PRICE-FOUND AND FUNCTION-GL-ACCOUNT
               PERFORM 3300-ASSIGN-GL-ACCOUNT
                   THRU 3300-ASSIGN-GL-ACCOUNT-EXIT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           IF PRICE-FOUND AND FUNCTION-TAX-STATUS
               PERFORM 3400-SWITCH-TAX-STATUS
                   THRU 3400-SWITCH-TAX-STATUS-EXIT
           END-IF.
       2000-PROCESS-ONE-ITEM-EXIT.
           EXIT.
           ELSE
               DISPLAY "GL ACCOUNT . . . . . : " PRC-GL-ACCOUNT-CODE
           END-IF.
           IF PRC-ITEM-TAXABLE
               DISPLAY "SALES TAX. . . . . . : TAXABLE"
           ELSE
               DISPLAY "SALES TAX. . . . . . : EXEMPT"
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " PRC-LAST-UPDATE-DATE
               " " PRC-LAST-UPDATE-TIME " BY " PRC-UPDATED-BY.
       2200-DISPLAY-PRICE-RECORD-EXIT.
               GO TO 3000-ADD-PRICE-RECORD-EXIT
           END-IF.

           DISPLAY "IS THE ITEM SUBJECT TO SALES TAX (Y/N): ".
           ACCEPT WS-NEW-TAXABLE-FLAG.

           IF NOT NEW-FLAG-TAXABLE AND NOT NEW-FLAG-EXEMPT
               DISPLAY "REJECTED - ANSWER Y OR N FOR SALES TAX"
               GO TO 3000-ADD-PRICE-RECORD-EXIT
           END-IF.

           MOVE SPACES        TO PRC-RECORD.
           MOVE WS-ITEM-CODE  TO PRC-ITEM-CODE.
           MOVE WS-NEW-PRICE  TO PRC-UNIT-PRICE.
           MOVE ZEROS         TO PRC-PENDING-PRICE.
           MOVE ZEROS         TO PRC-PENDING-EFF-DATE.
           MOVE WS-NEW-GL-ACCOUNT TO PRC-GL-ACCOUNT-CODE.
           MOVE WS-NEW-TAXABLE-FLAG TO PRC-TAXABLE-FLAG.
           MOVE WS-RUN-DATE   TO PRC-CURR-EFF-DATE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.
       3300-ASSIGN-GL-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  3400-SWITCH-TAX-STATUS                                        *
      *  Switches the item between taxable and exempt. Only            *
      *  extensions MULT posts from here on follow the new status -    *
      *  tax already charged stays on the master as it was billed.     *
      *================================================================*
       3400-SWITCH-TAX-STATUS.
           IF PRC-ITEM-TAXABLE
               MOVE "N" TO PRC-TAXABLE-FLAG
               DISPLAY "ITEM IS NOW EXEMPT FROM SALES TAX."
           ELSE
               MOVE "Y" TO PRC-TAXABLE-FLAG
               DISPLAY "ITEM IS NOW SUBJECT TO SALES TAX."
           END-IF.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-PRICE-RECORD
               THRU 4100-REWRITE-PRICE-RECORD-EXIT.
       3400-SWITCH-TAX-STATUS-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
