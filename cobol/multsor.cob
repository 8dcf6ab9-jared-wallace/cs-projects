      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTSOR.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - maintenance transaction    *
      *                   for the SORFILE standing orders the MULTSOG  *
      *                   generator turns into TRANFILE extensions.    *
      *                   Lets an operator add a standing order for    *
      *                   one customer on one item, change its         *
      *                   quantity or frequency, move its end date or  *
      *                   its next-due date, and hold or resume it,    *
      *                   with the same update stamping the other      *
      *                   masters get. An order is only accepted for   *
      *                   an active customer on CUSFILE and an item on *
      *                   PRCFILE - MULT would reject every line the   *
      *                   generator wrote for anything else.           *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORFILE  ASSIGN TO SORFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOR-KEY
               FILE STATUS IS WS-SORFILE-STATUS.

           SELECT CUSFILE  ASSIGN TO CUSFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CUST-CODE
               FILE STATUS IS WS-CUSFILE-STATUS.

           SELECT PRCFILE  ASSIGN TO PRCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ITEM-CODE
               FILE STATUS IS WS-PRCFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SORFILE
           LABEL RECORDS ARE STANDARD.
           COPY SORREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  PRCFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCREC.

       WORKING-STORAGE SECTION.
       01  WS-SORFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-PRCFILE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH               PIC X(01) VALUE "N".
               88  SESSION-DONE                        VALUE "Y".
               88  SESSION-NOT-DONE                     VALUE "N".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  ORDER-FOUND                          VALUE "Y".
               88  ORDER-NOT-FOUND                      VALUE "N".
           05  WS-QTY-OK-SWITCH             PIC X(01) VALUE "Y".
               88  QTY-VALID                             VALUE "Y".
               88  QTY-INVALID                           VALUE "N".
           05  WS-FREQ-OK-SWITCH            PIC X(01) VALUE "Y".
               88  FREQUENCY-VALID                       VALUE "Y".
               88  FREQUENCY-INVALID                     VALUE "N".
           05  WS-DATES-OK-SWITCH           PIC X(01) VALUE "Y".
               88  DATES-VALID                           VALUE "Y".
               88  DATES-INVALID                         VALUE "N".

       01  WS-ENTRY-FIELDS.
           05  WS-CUST-CODE                 PIC X(08) VALUE SPACES.
           05  WS-ITEM-CODE                 PIC X(08) VALUE SPACES.
           05  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
               88  FUNCTION-ADD                          VALUE "A".
               88  FUNCTION-QUANTITY                     VALUE "Q".
               88  FUNCTION-FREQUENCY                    VALUE "F".
               88  FUNCTION-END-DATE                     VALUE "E".
               88  FUNCTION-NEXT-DUE                     VALUE "D".
               88  FUNCTION-HOLD                         VALUE "H".
               88  FUNCTION-RESUME                       VALUE "R".
           05  WS-NEW-QTY                   PIC S999V99 VALUE ZEROS.
           05  WS-NEW-FREQUENCY             PIC X(01) VALUE SPACES.
               88  NEW-FREQ-VALID             VALUES "W", "F", "M", "Q".
           05  WS-NEW-START-DATE            PIC 9(08) VALUE ZEROS.
           05  WS-NEW-END-DATE              PIC 9(08) VALUE ZEROS.
           05  WS-NEW-NEXT-DUE-DATE         PIC 9(08) VALUE ZEROS.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Drives the standing-order maintenance session until the       *
      *  operator asks to quit.                                        *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-ORDER
               THRU 2000-PROCESS-ONE-ORDER-EXIT
               UNTIL SESSION-DONE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the standing-order file, creating it if this is the     *
      *  first run, and the customer and price masters a new order is  *
      *  checked against, and gets the operator ID that will be        *
      *  stamped on any order maintained this session.                 *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O SORFILE.
           IF WS-SORFILE-STATUS = "35"
               OPEN OUTPUT SORFILE
               CLOSE SORFILE
               OPEN I-O SORFILE
           END-IF.
           IF WS-SORFILE-STATUS NOT = "00"
               DISPLAY "MULTSOR01E - UNABLE TO OPEN SORFILE, STATUS = "
                   WS-SORFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTSOR04E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRCFILE.
           IF WS-PRCFILE-STATUS NOT = "00"
               DISPLAY "MULTSOR05E - UNABLE TO OPEN PRCFILE, STATUS = "
                   WS-PRCFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-ORDER                                        *
      *  Looks up one customer and item, shows the standing order on   *
      *  file, and routes to the function the operator picks.          *
      *================================================================*
       2000-PROCESS-ONE-ORDER.
           DISPLAY " ".
           DISPLAY "ENTER CUSTOMER CODE TO MAINTAIN (SPACES TO QUIT): ".
           ACCEPT WS-CUST-CODE.

           IF WS-CUST-CODE = SPACES
               SET SESSION-DONE TO TRUE
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           DISPLAY "ENTER ITEM CODE: ".
           ACCEPT WS-ITEM-CODE.

           IF WS-ITEM-CODE = SPACES
               DISPLAY "REJECTED - ITEM CODE IS MISSING"
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           PERFORM 2100-READ-ORDER-RECORD
               THRU 2100-READ-ORDER-RECORD-EXIT.

           IF ORDER-FOUND
               PERFORM 2200-DISPLAY-ORDER-RECORD
                   THRU 2200-DISPLAY-ORDER-RECORD-EXIT
               DISPLAY "FUNCTION - Q=QUANTITY, F=FREQUENCY, "
                   "E=END DATE, D=NEXT-DUE DATE,"
               DISPLAY "           H=HOLD, R=RESUME, N=NONE: "
           ELSE
               DISPLAY "NO STANDING ORDER FOR THIS CUSTOMER AND ITEM."
               DISPLAY "FUNCTION - A=ADD A STANDING ORDER, N=NONE: "
           END-IF.
           ACCEPT WS-FUNCTION-CODE.

           IF ORDER-NOT-FOUND AND FUNCTION-ADD
               PERFORM 3000-ADD-ORDER-RECORD
                   THRU 3000-ADD-ORDER-RECORD-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-QUANTITY
               PERFORM 3100-CHANGE-QUANTITY
                   THRU 3100-CHANGE-QUANTITY-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-FREQUENCY
               PERFORM 3200-CHANGE-FREQUENCY
                   THRU 3200-CHANGE-FREQUENCY-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-END-DATE
               PERFORM 3300-CHANGE-END-DATE
                   THRU 3300-CHANGE-END-DATE-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-NEXT-DUE
               PERFORM 3400-CHANGE-NEXT-DUE
                   THRU 3400-CHANGE-NEXT-DUE-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-HOLD
               PERFORM 3500-HOLD-ORDER
                   THRU 3500-HOLD-ORDER-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF ORDER-FOUND AND FUNCTION-RESUME
               PERFORM 3600-RESUME-ORDER
                   THRU 3600-RESUME-ORDER-EXIT
           END-IF.
       2000-PROCESS-ONE-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-ORDER-RECORD                                        *
      *  Reads SORFILE by the customer and item the operator entered.  *
      *================================================================*
       2100-READ-ORDER-RECORD.
           MOVE WS-CUST-CODE TO SOR-CUST-CODE.
           MOVE WS-ITEM-CODE TO SOR-ITEM-CODE.

           READ SORFILE
               INVALID KEY
                   SET ORDER-NOT-FOUND TO TRUE
                   GO TO 2100-READ-ORDER-RECORD-EXIT
           END-READ.

           SET ORDER-FOUND TO TRUE.
       2100-READ-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-ORDER-RECORD                                     *
      *  Shows the standing order just read - what it orders, how      *
      *  often, the dates it runs, when it next falls due, and what    *
      *  the generator last did with it.                               *
      *================================================================*
       2200-DISPLAY-ORDER-RECORD.
           DISPLAY "CUSTOMER CODE. . . . : " SOR-CUST-CODE.
           DISPLAY "ITEM CODE. . . . . . : " SOR-ITEM-CODE.
           DISPLAY "ORDER QUANTITY . . . : " SOR-ORDER-QTY.
           IF SOR-FREQ-WEEKLY
               DISPLAY "FREQUENCY. . . . . . : W - WEEKLY"
           END-IF.
           IF SOR-FREQ-FORTNIGHTLY
               DISPLAY "FREQUENCY. . . . . . : F - EVERY TWO WEEKS"
           END-IF.
           IF SOR-FREQ-MONTHLY
               DISPLAY "FREQUENCY. . . . . . : M - MONTHLY"
           END-IF.
           IF SOR-FREQ-QUARTERLY
               DISPLAY "FREQUENCY. . . . . . : Q - QUARTERLY"
           END-IF.
           DISPLAY "START DATE . . . . . : " SOR-START-DATE.
           IF SOR-END-DATE = ZEROS
               DISPLAY "END DATE . . . . . . : ** OPEN-ENDED **"
           ELSE
               DISPLAY "END DATE . . . . . . : " SOR-END-DATE
           END-IF.
           DISPLAY "NEXT DUE DATE. . . . : " SOR-NEXT-DUE-DATE.
           IF SOR-ORDER-ACTIVE
               DISPLAY "STATUS . . . . . . . : A - ACTIVE"
           END-IF.
           IF SOR-ORDER-HELD
               DISPLAY "STATUS . . . . . . . : H - ON HOLD"
           END-IF.
           IF SOR-ORDER-ENDED
               DISPLAY "STATUS . . . . . . . : E - ENDED"
           END-IF.
           IF SOR-GENERATED-COUNT NOT NUMERIC
                   OR SOR-GENERATED-COUNT = ZEROS
               DISPLAY "LAST GENERATED . . . : ** NEVER **"
           ELSE
               DISPLAY "LAST GENERATED . . . : " SOR-LAST-GENERATED-DATE
                   " TRAN " SOR-LAST-TRAN-ID
                   " (" SOR-GENERATED-COUNT " IN ALL)"
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " SOR-LAST-UPDATE-DATE
               " " SOR-LAST-UPDATE-TIME " BY " SOR-UPDATED-BY.
       2200-DISPLAY-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3000-ADD-ORDER-RECORD                                         *
      *  Writes a brand-new standing order for a customer and item     *
      *  with none yet. The customer has to be on CUSFILE and active,  *
      *  and the item on PRCFILE. The order first falls due on its     *
      *  start date.                                                   *
      *================================================================*
       3000-ADD-ORDER-RECORD.
           MOVE WS-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   DISPLAY "REJECTED - CUSTOMER IS NOT ON CUSFILE"
                   GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-READ.

           IF NOT CUS-CUSTOMER-ACTIVE
               DISPLAY "REJECTED - CUSTOMER IS NOT ACTIVE"
               GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-IF.

           MOVE WS-ITEM-CODE TO PRC-ITEM-CODE.
           READ PRCFILE
               INVALID KEY
                   DISPLAY "REJECTED - ITEM IS NOT ON THE PRICE FILE"
                   GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-READ.

           PERFORM 3050-ACCEPT-QUANTITY
               THRU 3050-ACCEPT-QUANTITY-EXIT.
           IF QTY-INVALID
               GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-IF.

           PERFORM 3060-ACCEPT-FREQUENCY
               THRU 3060-ACCEPT-FREQUENCY-EXIT.
           IF FREQUENCY-INVALID
               GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-IF.

           DISPLAY "ENTER START DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-START-DATE.

           IF WS-NEW-START-DATE NOT NUMERIC
                   OR WS-NEW-START-DATE = ZEROS
               DISPLAY "REJECTED - START DATE IS NOT A DATE"
               GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-IF.

           PERFORM 3070-ACCEPT-END-DATE
               THRU 3070-ACCEPT-END-DATE-EXIT.
           IF DATES-INVALID
               GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-IF.

           MOVE SPACES            TO SOR-RECORD.
           MOVE WS-CUST-CODE      TO SOR-CUST-CODE.
           MOVE WS-ITEM-CODE      TO SOR-ITEM-CODE.
           MOVE WS-NEW-QTY        TO SOR-ORDER-QTY.
           MOVE WS-NEW-FREQUENCY  TO SOR-FREQUENCY.
           MOVE WS-NEW-START-DATE TO SOR-START-DATE.
           MOVE WS-NEW-END-DATE   TO SOR-END-DATE.
           MOVE WS-NEW-START-DATE TO SOR-NEXT-DUE-DATE.
           SET SOR-ORDER-ACTIVE   TO TRUE.
           MOVE ZEROS             TO SOR-LAST-GENERATED-DATE.
           MOVE ZEROS             TO SOR-LAST-TRAN-ID.
           MOVE ZEROS             TO SOR-GENERATED-COUNT.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           WRITE SOR-RECORD
               INVALID KEY
                   DISPLAY "MULTSOR02E - WRITE FAILED, STATUS = "
                       WS-SORFILE-STATUS
                   GO TO 3000-ADD-ORDER-RECORD-EXIT
           END-WRITE.

           DISPLAY "STANDING ORDER ADDED - FIRST DUE "
               SOR-NEXT-DUE-DATE.
       3000-ADD-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3050-ACCEPT-QUANTITY                                          *
      *  Takes the quantity the order generates. It has to clear the   *
      *  same test MULT puts TRAN-NUM1 to, and an order for nothing    *
      *  would only generate lines that extend to zero.                *
      *================================================================*
       3050-ACCEPT-QUANTITY.
           SET QTY-VALID TO TRUE.

           DISPLAY "ENTER ORDER QUANTITY: ".
           ACCEPT WS-NEW-QTY.

           IF WS-NEW-QTY NOT NUMERIC
               SET QTY-INVALID TO TRUE
               DISPLAY "REJECTED - QUANTITY IS NOT NUMERIC"
               GO TO 3050-ACCEPT-QUANTITY-EXIT
           END-IF.

           IF WS-NEW-QTY NOT > 0
               SET QTY-INVALID TO TRUE
               DISPLAY "REJECTED - QUANTITY MUST BE ABOVE ZERO"
           END-IF.
       3050-ACCEPT-QUANTITY-EXIT.
           EXIT.

      *================================================================*
      *  3060-ACCEPT-FREQUENCY                                         *
      *  Takes how often the order falls due.                          *
      *================================================================*
       3060-ACCEPT-FREQUENCY.
           SET FREQUENCY-VALID TO TRUE.

           DISPLAY "ENTER FREQUENCY - W=WEEKLY, F=EVERY TWO WEEKS, "
               "M=MONTHLY, Q=QUARTERLY: ".
           ACCEPT WS-NEW-FREQUENCY.

           IF NOT NEW-FREQ-VALID
               SET FREQUENCY-INVALID TO TRUE
               DISPLAY "REJECTED - FREQUENCY MUST BE W, F, M OR Q"
           END-IF.
       3060-ACCEPT-FREQUENCY-EXIT.
           EXIT.

      *================================================================*
      *  3070-ACCEPT-END-DATE                                          *
      *  Takes the date the order stops. Zero leaves it open-ended; an *
      *  end date before the start date would describe an order that  *
      *  never runs, and is refused. The caller leaves the start date  *
      *  to check against in WS-NEW-START-DATE.                        *
      *================================================================*
       3070-ACCEPT-END-DATE.
           SET DATES-VALID TO TRUE.

           DISPLAY "ENTER END DATE (YYYYMMDD, ZEROS = OPEN-ENDED): ".
           ACCEPT WS-NEW-END-DATE.

           IF WS-NEW-END-DATE NOT NUMERIC
               SET DATES-INVALID TO TRUE
               DISPLAY "REJECTED - END DATE IS NOT A DATE"
               GO TO 3070-ACCEPT-END-DATE-EXIT
           END-IF.

           IF WS-NEW-END-DATE NOT = ZEROS
                   AND WS-NEW-END-DATE < WS-NEW-START-DATE
               SET DATES-INVALID TO TRUE
               DISPLAY "REJECTED - END DATE IS BEFORE THE START DATE"
           END-IF.
       3070-ACCEPT-END-DATE-EXIT.
           EXIT.

      *================================================================*
      *  3100-CHANGE-QUANTITY                                          *
      *  Replaces the quantity the order generates from its next line  *
      *  on.                                                           *
      *================================================================*
       3100-CHANGE-QUANTITY.
           PERFORM 3050-ACCEPT-QUANTITY
               THRU 3050-ACCEPT-QUANTITY-EXIT.
           IF QTY-INVALID
               GO TO 3100-CHANGE-QUANTITY-EXIT
           END-IF.

           MOVE WS-NEW-QTY TO SOR-ORDER-QTY.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3100-CHANGE-QUANTITY-EXIT.
           EXIT.

      *================================================================*
      *  3200-CHANGE-FREQUENCY                                         *
      *  Replaces how often the order falls due. The next-due date     *
      *  already set stands - the new cycle runs on from it.           *
      *================================================================*
       3200-CHANGE-FREQUENCY.
           PERFORM 3060-ACCEPT-FREQUENCY
               THRU 3060-ACCEPT-FREQUENCY-EXIT.
           IF FREQUENCY-INVALID
               GO TO 3200-CHANGE-FREQUENCY-EXIT
           END-IF.

           MOVE WS-NEW-FREQUENCY TO SOR-FREQUENCY.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3200-CHANGE-FREQUENCY-EXIT.
           EXIT.

      *================================================================*
      *  3300-CHANGE-END-DATE                                          *
      *  Moves the date the order stops - an extension of the term, or *
      *  an end keyed to stop it early. An order the generator had     *
      *  already ended is made active again when the new end date      *
      *  reaches its next-due date, so extending the term brings it    *
      *  back without a separate resume.                               *
      *================================================================*
       3300-CHANGE-END-DATE.
           MOVE SOR-START-DATE TO WS-NEW-START-DATE.
           PERFORM 3070-ACCEPT-END-DATE
               THRU 3070-ACCEPT-END-DATE-EXIT.
           IF DATES-INVALID
               GO TO 3300-CHANGE-END-DATE-EXIT
           END-IF.

           MOVE WS-NEW-END-DATE TO SOR-END-DATE.
           IF SOR-ORDER-ENDED
               IF SOR-END-DATE = ZEROS
                       OR SOR-END-DATE NOT < SOR-NEXT-DUE-DATE
                   SET SOR-ORDER-ACTIVE TO TRUE
                   DISPLAY "ORDER IS ACTIVE AGAIN FROM "
                       SOR-NEXT-DUE-DATE
               END-IF
           END-IF.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3300-CHANGE-END-DATE-EXIT.
           EXIT.

      *================================================================*
      *  3400-CHANGE-NEXT-DUE                                          *
      *  Reschedules the order's next line - to skip a cycle the       *
      *  customer does not want, or to bring one forward. The date     *
      *  has to fall inside the dates the order runs.                  *
      *================================================================*
       3400-CHANGE-NEXT-DUE.
           DISPLAY "ENTER NEXT DUE DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-NEXT-DUE-DATE.

           IF WS-NEW-NEXT-DUE-DATE NOT NUMERIC
                   OR WS-NEW-NEXT-DUE-DATE = ZEROS
               DISPLAY "REJECTED - NEXT DUE DATE IS NOT A DATE"
               GO TO 3400-CHANGE-NEXT-DUE-EXIT
           END-IF.

           IF WS-NEW-NEXT-DUE-DATE < SOR-START-DATE
               DISPLAY "REJECTED - NEXT DUE DATE IS BEFORE THE "
                   "START DATE"
               GO TO 3400-CHANGE-NEXT-DUE-EXIT
           END-IF.

           IF SOR-END-DATE NOT = ZEROS
                   AND WS-NEW-NEXT-DUE-DATE > SOR-END-DATE
               DISPLAY "REJECTED - NEXT DUE DATE IS AFTER THE "
                   "END DATE"
               GO TO 3400-CHANGE-NEXT-DUE-EXIT
           END-IF.

           MOVE WS-NEW-NEXT-DUE-DATE TO SOR-NEXT-DUE-DATE.
           IF SOR-ORDER-ENDED
               SET SOR-ORDER-ACTIVE TO TRUE
               DISPLAY "ORDER IS ACTIVE AGAIN FROM "
                   SOR-NEXT-DUE-DATE
           END-IF.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3400-CHANGE-NEXT-DUE-EXIT.
           EXIT.

      *================================================================*
      *  3500-HOLD-ORDER                                               *
      *  Puts an active order on hold. The generator lists a held      *
      *  order when it falls due and rolls it on without generating,   *
      *  so the cycles missed while it is held are not caught up when  *
      *  it is resumed.                                                *
      *================================================================*
       3500-HOLD-ORDER.
           IF NOT SOR-ORDER-ACTIVE
               DISPLAY "REJECTED - ONLY AN ACTIVE ORDER CAN BE HELD"
               GO TO 3500-HOLD-ORDER-EXIT
           END-IF.

           SET SOR-ORDER-HELD TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3500-HOLD-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  3600-RESUME-ORDER                                             *
      *  Takes an order off hold. An ended order is brought back by    *
      *  moving its end date or its next-due date instead.             *
      *================================================================*
       3600-RESUME-ORDER.
           IF NOT SOR-ORDER-HELD
               DISPLAY "REJECTED - ORDER IS NOT ON HOLD"
               GO TO 3600-RESUME-ORDER-EXIT
           END-IF.

           SET SOR-ORDER-ACTIVE TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.
       3600-RESUME-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the order and when - the same stamping  *
      *  a price master update gets.                                   *
      *================================================================*
       4000-STAMP-UPDATE.
           MOVE WS-RUN-DATE    TO SOR-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO SOR-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO SOR-UPDATED-BY.
       4000-STAMP-UPDATE-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-ORDER-RECORD                                     *
      *  Rewrites the order just maintained and confirms it to the     *
      *  operator.                                                     *
      *================================================================*
       4100-REWRITE-ORDER-RECORD.
           REWRITE SOR-RECORD.
           IF WS-SORFILE-STATUS NOT = "00"
               DISPLAY "MULTSOR03E - REWRITE FAILED, STATUS = "
                   WS-SORFILE-STATUS
           ELSE
               DISPLAY "STANDING ORDER UPDATED."
           END-IF.
       4100-REWRITE-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the standing-order file and the masters at end of      *
      *  session.                                                      *
      *================================================================*
       9000-TERMINATE.
           CLOSE SORFILE.
           CLOSE CUSFILE.
           CLOSE PRCFILE.
       9000-TERMINATE-EXIT.
           EXIT.
