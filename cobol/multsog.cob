      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTSOG.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - standing-order generator.  *
      *                   Reads SORFILE in customer and item order and *
      *                   writes a TRANFILE extension for every active *
      *                   order due on or before the run date, then    *
      *                   rolls the order's next-due date on by its    *
      *                   frequency past the run date - a missed cycle *
      *                   generates one line, not a backlog. The feed  *
      *                   opens with a header carrying its own feed ID *
      *                   and closes with a trailer carrying the count *
      *                   and TRAN-NUM1 hash total, so MULT takes it   *
      *                   like any other feed; the feed ID goes on the *
      *                   MULT control card as the input ID so the run *
      *                   registry refuses it a second time. TRAN-IDs  *
      *                   number on from the highest already on        *
      *                   MSTFILE. An order past its end date is       *
      *                   marked ended; a held order is rolled on      *
      *                   without generating; an order for a customer  *
      *                   missing or inactive, or an item not on the   *
      *                   price master, is listed and left due so it   *
      *                   generates once it is put right.              *
      *  2026-10-15  JW   TRAN-IDs now number on from the higher of    *
      *                   the top ID on MSTFILE and the last ID any    *
      *                   standing order was generated under, so a     *
      *                   second feed built before MULT has posted the *
      *                   first does not reuse its IDs.                *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOGPARM  ASSIGN TO SOGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGPARM-STATUS.

           SELECT SORFILE  ASSIGN TO SORFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT MSTFILE  ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRAN-ID
               FILE STATUS IS WS-MSTFILE-STATUS.

           SELECT TRANFILE ASSIGN TO TRANFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANFILE-STATUS.

           SELECT SOGRPT   ASSIGN TO SOGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOGPARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY SOGPRM.

       FD  SORFILE
           LABEL RECORDS ARE STANDARD.
           COPY SORREC.

       FD  CUSFILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  PRCFILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCREC.

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD.
           COPY MSTREC.

       FD  TRANFILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY TRANREC.

       FD  SOGRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-SOGPARM-STATUS               PIC X(02) VALUE "00".
       01  WS-SORFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-CUSFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-PRCFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-MSTFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-TRANFILE-STATUS              PIC X(02) VALUE "00".
       01  WS-SOGRPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-SOR-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-SORFILE                      VALUE "Y".
               88  NOT-END-OF-SORFILE                  VALUE "N".
           05  WS-MST-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-MSTFILE                      VALUE "Y".
               88  NOT-END-OF-MSTFILE                  VALUE "N".

      *----------------------------------------------------------------*
      *  RUN FIELDS                                                    *
      *----------------------------------------------------------------*
       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-TODAY-DATE                PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
               10  WS-RUN-HHMMSS            PIC 9(06).
               10  WS-RUN-HUNDREDTHS        PIC 9(02).
           05  WS-LAST-TRAN-ID              PIC 9(06) VALUE ZEROS.
           05  WS-DUE-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-EXCEPTION-TEXT            PIC X(40) VALUE SPACES.
           05  WS-ENDED-TEXT                PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      *  FEED ID - "SO" AND THE DATE AND TIME THE FEED WAS BUILT, SO   *
      *  NO TWO GENERATED FEEDS CARRY THE SAME ID                      *
      *----------------------------------------------------------------*
       01  WS-FEED-ID.
           05  WS-FEED-PREFIX               PIC X(02) VALUE "SO".
           05  WS-FEED-DATE                 PIC 9(08) VALUE ZEROS.
           05  WS-FEED-TIME                 PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  NEXT-DUE DATE ROLLING FIELDS                                  *
      *----------------------------------------------------------------*
       01  WS-ROLL-FIELDS.
           05  WS-ROLL-DATE                 PIC 9(08) VALUE ZEROS.
           05  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
               10  WS-ROLL-CCYY             PIC 9(04).
               10  WS-ROLL-MM               PIC 9(02).
               10  WS-ROLL-DD               PIC 9(02).
           05  WS-DAYS-TO-ADD               PIC 9(03) COMP VALUE ZERO.
           05  WS-MONTHS-TO-ADD             PIC 9(02) COMP VALUE ZERO.
           05  WS-MONTH-DAYS                PIC 9(02) VALUE ZEROS.
           05  WS-LEAP-QUOTIENT             PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER            PIC 9(04) COMP VALUE ZERO.

       01  WS-MONTH-LENGTH-VALUES          PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH              PIC 9(02) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS                                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-ORDER-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  WS-NOT-DUE-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-ENDED-COUNT               PIC 9(06) COMP VALUE ZERO.
           05  WS-DUE-COUNT                 PIC 9(06) COMP VALUE ZERO.
           05  WS-GENERATED-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-HELD-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-HASH-TOTAL                PIC S9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-QTY                  PIC ZZ9.99.
           05  WS-EDIT-HASH                 PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  One pass over the standing-order file in key order, between   *
      *  the feed's header and its trailer.                            *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-ORDER
               THRU 2000-PROCESS-ONE-ORDER-EXIT
               UNTIL END-OF-SORFILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Reads the run date off the parameter card, opens the files,   *
      *  finds the last TRAN-ID used on the master or by a standing    *
      *  order, writes the feed header and the report headings, and    *
      *  positions the standing-order file at its first order.         *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ZEROS TO SGP-RUN-DATE.

           OPEN INPUT SOGPARM.
           IF WS-SOGPARM-STATUS = "00"
               READ SOGPARM
                   AT END
                       MOVE ZEROS TO SGP-RUN-DATE
               END-READ
               CLOSE SOGPARM
           END-IF.

           IF SGP-RUN-DATE NUMERIC AND SGP-RUN-DATE NOT = ZEROS
               MOVE SGP-RUN-DATE  TO WS-RUN-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-RUN-DATE
           END-IF.

           OPEN I-O SORFILE.
           IF WS-SORFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG01E - UNABLE TO OPEN SORFILE, STATUS = "
                   WS-SORFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSFILE.
           IF WS-CUSFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG02E - UNABLE TO OPEN CUSFILE, STATUS = "
                   WS-CUSFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRCFILE.
           IF WS-PRCFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG03E - UNABLE TO OPEN PRCFILE, STATUS = "
                   WS-PRCFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-FIND-LAST-TRAN-ID
               THRU 1100-FIND-LAST-TRAN-ID-EXIT.
           PERFORM 1200-FIND-LAST-ORDER-TRAN-ID
               THRU 1200-FIND-LAST-ORDER-TRAN-ID-EXIT.

           OPEN OUTPUT TRANFILE.
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG05E - UNABLE TO OPEN TRANFILE, STATUS = "
                   WS-TRANFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SOGRPT.
           IF WS-SOGRPT-STATUS NOT = "00"
               DISPLAY "MULTSOG06E - UNABLE TO OPEN SOGRPT, STATUS = "
                   WS-SOGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TODAY-DATE TO WS-FEED-DATE.
           MOVE WS-RUN-HHMMSS TO WS-FEED-TIME.

           MOVE SPACES           TO TRAN-HEADER-RECORD.
           MOVE "H"              TO THD-TYPE-CODE.
           MOVE WS-FEED-ID       TO THD-FEED-ID.
           MOVE WS-TODAY-DATE    TO THD-CREATE-DATE.
           PERFORM 4000-WRITE-FEED-RECORD
               THRU 4000-WRITE-FEED-RECORD-EXIT.

           MOVE SPACES TO REPT-LINE.
           STRING "MULTSOG - STANDING ORDERS GENERATED - RUN DATE "
                   WS-RUN-DATE " - FEED ID " WS-FEED-ID
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           SET NOT-END-OF-SORFILE TO TRUE.
           MOVE LOW-VALUES TO SOR-KEY.
           START SORFILE KEY NOT < SOR-KEY
               INVALID KEY
                   SET END-OF-SORFILE TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-FIND-LAST-TRAN-ID                                        *
      *  Reads the master through in TRAN-ID order - the last ID read  *
      *  is the highest used, and the generated lines number on from   *
      *  it, so none of them is refused by MULT as a duplicate. An     *
      *  empty or missing master starts from zero.                     *
      *================================================================*
       1100-FIND-LAST-TRAN-ID.
           OPEN INPUT MSTFILE.
           IF WS-MSTFILE-STATUS = "35"
               GO TO 1100-FIND-LAST-TRAN-ID-EXIT
           END-IF.
           IF WS-MSTFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG04E - UNABLE TO OPEN MSTFILE, STATUS = "
                   WS-MSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1110-READ-MASTER-RECORD
               THRU 1110-READ-MASTER-RECORD-EXIT
               UNTIL END-OF-MSTFILE.

           CLOSE MSTFILE.
       1100-FIND-LAST-TRAN-ID-EXIT.
           EXIT.

      *================================================================*
      *  1110-READ-MASTER-RECORD                                       *
      *  Reads one master record and keeps its TRAN-ID.                *
      *================================================================*
       1110-READ-MASTER-RECORD.
           READ MSTFILE NEXT
               AT END
                   SET END-OF-MSTFILE TO TRUE
                   GO TO 1110-READ-MASTER-RECORD-EXIT
           END-READ.

           MOVE MST-TRAN-ID TO WS-LAST-TRAN-ID.
       1110-READ-MASTER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  1200-FIND-LAST-ORDER-TRAN-ID                                  *
      *  Reads the standing orders through for the last TRAN-ID each   *
      *  was generated under. A feed built by an earlier run may not   *
      *  have reached MULT yet, so its IDs are not on the master - if  *
      *  any order carries a higher ID than the master's top one, the  *
      *  generated lines number on from that instead.                  *
      *================================================================*
       1200-FIND-LAST-ORDER-TRAN-ID.
           MOVE LOW-VALUES TO SOR-KEY.
           START SORFILE KEY NOT < SOR-KEY
               INVALID KEY
                   GO TO 1200-FIND-LAST-ORDER-TRAN-ID-EXIT
           END-START.

           PERFORM 1210-READ-ORDER-RECORD
               THRU 1210-READ-ORDER-RECORD-EXIT
               UNTIL END-OF-SORFILE.
       1200-FIND-LAST-ORDER-TRAN-ID-EXIT.
           EXIT.

      *================================================================*
      *  1210-READ-ORDER-RECORD                                        *
      *  Reads one standing order and keeps its last TRAN-ID when it   *
      *  is the highest seen.                                          *
      *================================================================*
       1210-READ-ORDER-RECORD.
           READ SORFILE NEXT
               AT END
                   SET END-OF-SORFILE TO TRUE
                   GO TO 1210-READ-ORDER-RECORD-EXIT
           END-READ.

           IF SOR-LAST-TRAN-ID NUMERIC
                   AND SOR-LAST-TRAN-ID > WS-LAST-TRAN-ID
               MOVE SOR-LAST-TRAN-ID TO WS-LAST-TRAN-ID
           END-IF.
       1210-READ-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-ORDER                                        *
      *  Reads the next standing order and, when it is due, ends it,   *
      *  rolls it on past a hold, lists why it cannot be generated, or *
      *  generates its line.                                           *
      *================================================================*
       2000-PROCESS-ONE-ORDER.
           READ SORFILE NEXT
               AT END
                   SET END-OF-SORFILE TO TRUE
                   GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-READ.

           ADD 1 TO WS-ORDER-COUNT.

           IF SOR-ORDER-ENDED
               ADD 1 TO WS-ENDED-COUNT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF SOR-NEXT-DUE-DATE NUMERIC
                   AND SOR-NEXT-DUE-DATE > WS-RUN-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           ADD 1 TO WS-DUE-COUNT.
           MOVE SOR-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF SOR-ORDER-QTY NUMERIC
               MOVE SOR-ORDER-QTY TO WS-EDIT-QTY
           ELSE
               MOVE ZEROS         TO WS-EDIT-QTY
           END-IF.

           PERFORM 2100-CHECK-ORDER-DETAILS
               THRU 2100-CHECK-ORDER-DETAILS-EXIT.
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "*** CUSTOMER " SOR-CUST-CODE
                       " ITEM " SOR-ITEM-CODE
                       " QTY " WS-EDIT-QTY
                       " DUE " WS-DUE-DATE
                       " - SKIPPED - " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF SOR-END-DATE NOT = ZEROS
                   AND SOR-NEXT-DUE-DATE > SOR-END-DATE
               PERFORM 2200-END-EXPIRED-ORDER
                   THRU 2200-END-EXPIRED-ORDER-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           IF SOR-ORDER-HELD
               PERFORM 2300-ROLL-HELD-ORDER
                   THRU 2300-ROLL-HELD-ORDER-EXIT
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           PERFORM 2400-CHECK-CUSTOMER-AND-ITEM
               THRU 2400-CHECK-CUSTOMER-AND-ITEM-EXIT.
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "*** CUSTOMER " SOR-CUST-CODE
                       " ITEM " SOR-ITEM-CODE
                       " QTY " WS-EDIT-QTY
                       " DUE " WS-DUE-DATE
                       " - SKIPPED - " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 2000-PROCESS-ONE-ORDER-EXIT
           END-IF.

           PERFORM 3000-GENERATE-LINE
               THRU 3000-GENERATE-LINE-EXIT.
       2000-PROCESS-ONE-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  2100-CHECK-ORDER-DETAILS                                      *
      *  Makes sure the order itself can be generated and rolled - a   *
      *  next-due date, an end date, a quantity MULT will accept, and  *
      *  a frequency to roll by - and leaves the reason in             *
      *  WS-EXCEPTION-TEXT when it cannot. A damaged order is left as  *
      *  it stands for MULTSOR to put right.                           *
      *================================================================*
       2100-CHECK-ORDER-DETAILS.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

           IF SOR-NEXT-DUE-DATE NOT NUMERIC
                   OR SOR-NEXT-DUE-DATE = ZEROS
               MOVE "NEXT DUE DATE IS NOT SET" TO WS-EXCEPTION-TEXT
               GO TO 2100-CHECK-ORDER-DETAILS-EXIT
           END-IF.

           IF SOR-END-DATE NOT NUMERIC
               MOVE "END DATE IS NOT A DATE" TO WS-EXCEPTION-TEXT
               GO TO 2100-CHECK-ORDER-DETAILS-EXIT
           END-IF.

           IF SOR-ORDER-QTY NOT NUMERIC
                   OR SOR-ORDER-QTY = ZEROS
               MOVE "NO ORDER QUANTITY" TO WS-EXCEPTION-TEXT
               GO TO 2100-CHECK-ORDER-DETAILS-EXIT
           END-IF.

           IF NOT SOR-FREQ-VALID
               MOVE "FREQUENCY IS NOT W, F, M OR Q"
                   TO WS-EXCEPTION-TEXT
           END-IF.
       2100-CHECK-ORDER-DETAILS-EXIT.
           EXIT.

      *================================================================*
      *  2200-END-EXPIRED-ORDER                                        *
      *  An order due past its end date has run its term. It is       *
      *  marked ended so it is not picked up again, and listed once.   *
      *================================================================*
       2200-END-EXPIRED-ORDER.
           SET SOR-ORDER-ENDED TO TRUE.
           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.

           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "CUSTOMER " SOR-CUST-CODE
                   " ITEM " SOR-ITEM-CODE
                   " QTY " WS-EDIT-QTY
                   " DUE " WS-DUE-DATE
                   " - SKIPPED - ORDER EXPIRED " SOR-END-DATE
                   " - NOW ENDED"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       2200-END-EXPIRED-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  2300-ROLL-HELD-ORDER                                          *
      *  A held order generates nothing, but is rolled on past the run *
      *  date so the cycles missed while held are not caught up when   *
      *  it is resumed.                                                *
      *================================================================*
       2300-ROLL-HELD-ORDER.
           PERFORM 7000-ROLL-NEXT-DUE
               THRU 7000-ROLL-NEXT-DUE-EXIT.
           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.

           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "CUSTOMER " SOR-CUST-CODE
                   " ITEM " SOR-ITEM-CODE
                   " QTY " WS-EDIT-QTY
                   " DUE " WS-DUE-DATE
                   " - SKIPPED - ORDER ON HOLD - NEXT DUE "
                   SOR-NEXT-DUE-DATE WS-ENDED-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       2300-ROLL-HELD-ORDER-EXIT.
           EXIT.

      *================================================================*
      *  2400-CHECK-CUSTOMER-AND-ITEM                                  *
      *  The customer has to be on CUSFILE and active, and the item on *
      *  the price master, or MULT would only reject the line. The     *
      *  order is left due, so it generates on the first run after it  *
      *  is put right.                                                 *
      *================================================================*
       2400-CHECK-CUSTOMER-AND-ITEM.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

           MOVE SOR-CUST-CODE TO CUS-CUST-CODE.
           READ CUSFILE
               INVALID KEY
                   MOVE "CUSTOMER NOT ON CUSFILE" TO WS-EXCEPTION-TEXT
                   GO TO 2400-CHECK-CUSTOMER-AND-ITEM-EXIT
           END-READ.

           IF NOT CUS-CUSTOMER-ACTIVE
               MOVE "CUSTOMER IS INACTIVE" TO WS-EXCEPTION-TEXT
               GO TO 2400-CHECK-CUSTOMER-AND-ITEM-EXIT
           END-IF.

           MOVE SOR-ITEM-CODE TO PRC-ITEM-CODE.
           READ PRCFILE
               INVALID KEY
                   MOVE "ITEM NOT ON THE PRICE FILE"
                       TO WS-EXCEPTION-TEXT
           END-READ.
       2400-CHECK-CUSTOMER-AND-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  3000-GENERATE-LINE                                            *
      *  Writes the order's extension on the feed under the next       *
      *  TRAN-ID, dated the run date, and rolls the order on. An order *
      *  whose next-due date rolls past its end date has had its last  *
      *  line and is marked ended.                                     *
      *================================================================*
       3000-GENERATE-LINE.
           IF WS-LAST-TRAN-ID = 999999
               DISPLAY "MULTSOG07E - TRAN-IDS EXHAUSTED AT 999999 - "
                   "RUN ABENDED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LAST-TRAN-ID.

           MOVE SPACES          TO TRAN-RECORD.
           MOVE WS-LAST-TRAN-ID TO TRAN-ID.
           MOVE SOR-ORDER-QTY   TO TRAN-NUM1.
           MOVE SOR-ITEM-CODE   TO TRAN-ITEM-CODE.
           MOVE "E"             TO TRAN-TYPE-CODE.
           MOVE WS-RUN-DATE     TO TRAN-DATE.
           MOVE SOR-CUST-CODE   TO TRAN-CUST-CODE.
           PERFORM 4000-WRITE-FEED-RECORD
               THRU 4000-WRITE-FEED-RECORD-EXIT.

           ADD 1         TO WS-GENERATED-COUNT.
           ADD TRAN-NUM1 TO WS-HASH-TOTAL.

           PERFORM 7000-ROLL-NEXT-DUE
               THRU 7000-ROLL-NEXT-DUE-EXIT.
           MOVE WS-RUN-DATE     TO SOR-LAST-GENERATED-DATE.
           MOVE WS-LAST-TRAN-ID TO SOR-LAST-TRAN-ID.
           IF SOR-GENERATED-COUNT NOT NUMERIC
               MOVE ZEROS TO SOR-GENERATED-COUNT
           END-IF.
           ADD 1 TO SOR-GENERATED-COUNT.
           PERFORM 4100-REWRITE-ORDER-RECORD
               THRU 4100-REWRITE-ORDER-RECORD-EXIT.

           MOVE SPACES TO REPT-LINE.
           STRING "CUSTOMER " SOR-CUST-CODE
                   " ITEM " SOR-ITEM-CODE
                   " QTY " WS-EDIT-QTY
                   " DUE " WS-DUE-DATE
                   " - TRAN " TRAN-ID " GENERATED - NEXT DUE "
                   SOR-NEXT-DUE-DATE WS-ENDED-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       3000-GENERATE-LINE-EXIT.
           EXIT.

      *================================================================*
      *  4000-WRITE-FEED-RECORD                                        *
      *  Writes one record to the feed. A feed that cannot be written  *
      *  whole is no feed at all, so a failure stops the run before    *
      *  any more orders are rolled on.                                *
      *================================================================*
       4000-WRITE-FEED-RECORD.
           WRITE TRAN-RECORD.
           IF WS-TRANFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG08E - WRITE FAILED ON TRANFILE, "
                   "STATUS = " WS-TRANFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-WRITE-FEED-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-ORDER-RECORD                                     *
      *  Stamps and rewrites the standing order. An order that cannot  *
      *  be rolled on would generate again on the next run, so a       *
      *  failure stops the run.                                        *
      *================================================================*
       4100-REWRITE-ORDER-RECORD.
           MOVE WS-TODAY-DATE TO SOR-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME   TO SOR-LAST-UPDATE-TIME.
           MOVE "MULTSOG"     TO SOR-UPDATED-BY.

           REWRITE SOR-RECORD.
           IF WS-SORFILE-STATUS NOT = "00"
               DISPLAY "MULTSOG09E - REWRITE FAILED FOR CUSTOMER "
                   SOR-CUST-CODE " ITEM " SOR-ITEM-CODE
                   ", STATUS = " WS-SORFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4100-REWRITE-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  7000-ROLL-NEXT-DUE                                            *
      *  Moves the order's next-due date on a cycle at a time until it *
      *  falls after the run date, and marks the order ended when that *
      *  takes it past its end date. WS-ENDED-TEXT is left for the     *
      *  report line.                                                  *
      *================================================================*
       7000-ROLL-NEXT-DUE.
           MOVE SPACES TO WS-ENDED-TEXT.
           MOVE SOR-NEXT-DUE-DATE TO WS-ROLL-DATE.

           PERFORM 7100-ADVANCE-ONE-CYCLE
               THRU 7100-ADVANCE-ONE-CYCLE-EXIT
               UNTIL WS-ROLL-DATE > WS-RUN-DATE.

           MOVE WS-ROLL-DATE TO SOR-NEXT-DUE-DATE.

           IF SOR-END-DATE NOT = ZEROS
                   AND SOR-NEXT-DUE-DATE > SOR-END-DATE
               SET SOR-ORDER-ENDED TO TRUE
               MOVE " - ORDER NOW ENDED" TO WS-ENDED-TEXT
           END-IF.
       7000-ROLL-NEXT-DUE-EXIT.
           EXIT.

      *================================================================*
      *  7100-ADVANCE-ONE-CYCLE                                        *
      *  Moves WS-ROLL-DATE on by one cycle of the order's frequency.  *
      *================================================================*
       7100-ADVANCE-ONE-CYCLE.
           IF SOR-FREQ-WEEKLY
               MOVE 7 TO WS-DAYS-TO-ADD
               PERFORM 7200-ADD-ONE-DAY
                   THRU 7200-ADD-ONE-DAY-EXIT
                   WS-DAYS-TO-ADD TIMES
           END-IF.

           IF SOR-FREQ-FORTNIGHTLY
               MOVE 14 TO WS-DAYS-TO-ADD
               PERFORM 7200-ADD-ONE-DAY
                   THRU 7200-ADD-ONE-DAY-EXIT
                   WS-DAYS-TO-ADD TIMES
           END-IF.

           IF SOR-FREQ-MONTHLY
               MOVE 1 TO WS-MONTHS-TO-ADD
               PERFORM 7300-ADD-MONTHS
                   THRU 7300-ADD-MONTHS-EXIT
           END-IF.

           IF SOR-FREQ-QUARTERLY
               MOVE 3 TO WS-MONTHS-TO-ADD
               PERFORM 7300-ADD-MONTHS
                   THRU 7300-ADD-MONTHS-EXIT
           END-IF.
       7100-ADVANCE-ONE-CYCLE-EXIT.
           EXIT.

      *================================================================*
      *  7200-ADD-ONE-DAY                                              *
      *  Moves WS-ROLL-DATE on one calendar day.                       *
      *================================================================*
       7200-ADD-ONE-DAY.
           PERFORM 7400-SET-MONTH-DAYS
               THRU 7400-SET-MONTH-DAYS-EXIT.

           ADD 1 TO WS-ROLL-DD.
           IF WS-ROLL-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-ROLL-DD
               ADD 1 TO WS-ROLL-MM
               IF WS-ROLL-MM > 12
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-CCYY
               END-IF
           END-IF.
       7200-ADD-ONE-DAY-EXIT.
           EXIT.

      *================================================================*
      *  7300-ADD-MONTHS                                               *
      *  Moves WS-ROLL-DATE on WS-MONTHS-TO-ADD months, to the day of  *
      *  the month the order started on - or the last day of a month   *
      *  too short to have it, without the order drifting to that      *
      *  shorter day for good.                                         *
      *================================================================*
       7300-ADD-MONTHS.
           ADD WS-MONTHS-TO-ADD TO WS-ROLL-MM.
           IF WS-ROLL-MM > 12
               SUBTRACT 12 FROM WS-ROLL-MM
               ADD 1 TO WS-ROLL-CCYY
           END-IF.

           IF SOR-START-DATE NUMERIC AND SOR-START-DD NOT = ZERO
               MOVE SOR-START-DD TO WS-ROLL-DD
           END-IF.

           PERFORM 7400-SET-MONTH-DAYS
               THRU 7400-SET-MONTH-DAYS-EXIT.
           IF WS-ROLL-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-ROLL-DD
           END-IF.
       7300-ADD-MONTHS-EXIT.
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
      *  Prints the run totals. Every order due is either generated,   *
      *  ended, rolled on hold, or skipped - the four have to add back *
      *  to the orders due. The count and hash total printed are the   *
      *  ones on the feed trailer. Skipped orders end the run with     *
      *  return code 4 so they are seen to.                            *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-DUE-COUNT = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - NO STANDING ORDER IS DUE" TO REPT-LINE
               WRITE REPT-LINE
               MOVE SPACES TO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE WS-ORDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "STANDING ORDERS READ. . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ENDED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  ALREADY ENDED . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-NOT-DUE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  NOT YET DUE . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  DUE ON OR BEFORE THE RUN DATE . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GENERATED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "    GENERATED . . . . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "    SKIPPED - EXPIRED AND ENDED . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "    SKIPPED - ON HOLD . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "    SKIPPED - EXCEPTIONS. . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "FEED ID (MULT CONTROL CARD INPUT ID): "
                   WS-FEED-ID
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GENERATED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "TRAILER RECORD COUNT. . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
           MOVE SPACES TO REPT-LINE.
           STRING "TRAILER TRAN-NUM1 HASH TOTAL. . . . : "
                   WS-EDIT-HASH
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "LAST TRAN-ID ISSUED . . . . . . . . : "
                   WS-LAST-TRAN-ID
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the feed with its trailer, writes the control totals,  *
      *  and closes every file.                                        *
      *================================================================*
       9000-TERMINATE.
           MOVE SPACES             TO TRAN-TRAILER-RECORD.
           MOVE "T"                TO TTR-TYPE-CODE.
           MOVE WS-GENERATED-COUNT TO TTR-RECORD-COUNT.
           MOVE WS-HASH-TOTAL      TO TTR-HASH-TOTAL.
           PERFORM 4000-WRITE-FEED-RECORD
               THRU 4000-WRITE-FEED-RECORD-EXIT.

           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE SORFILE.
           CLOSE CUSFILE.
           CLOSE PRCFILE.
           CLOSE TRANFILE.
           CLOSE SOGRPT.
       9000-TERMINATE-EXIT.
           EXIT.
