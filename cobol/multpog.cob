      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTPOG.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - purchase order generation. *
      *                   Reads INVFILE in item order and, for every   *
      *                   item at or below its reorder point - the     *
      *                   same test the MULT reorder exception report  *
      *                   makes - raises a PO on the POFILE open-PO    *
      *                   file for the item's reorder quantity from    *
      *                   its preferred vendor, and records the PO on  *
      *                   the item. An item whose PO is still open is  *
      *                   listed as already on order and never gets a  *
      *                   second. An item with no preferred vendor, a  *
      *                   vendor not on VNDFILE or inactive, or no     *
      *                   reorder quantity is listed as an exception   *
      *                   and not ordered.                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE  ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-ITEM-CODE
               FILE STATUS IS WS-INVFILE-STATUS.

           SELECT POFILE   ASSIGN TO POFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-POFILE-STATUS.

           SELECT VNDFILE  ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VNDFILE-STATUS.

           SELECT POGRPT   ASSIGN TO POGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVFILE
           LABEL RECORDS ARE STANDARD.
           COPY INVREC.

       FD  POFILE
           LABEL RECORDS ARE STANDARD.
           COPY POREC.

       FD  VNDFILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDREC.

       FD  POGRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-INVFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-POFILE-STATUS                PIC X(02) VALUE "00".
       01  WS-VNDFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-POGRPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-INV-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-INVFILE                      VALUE "Y".
               88  NOT-END-OF-INVFILE                  VALUE "N".
           05  WS-PO-EOF-SWITCH             PIC X(01) VALUE "N".
               88  END-OF-POFILE                       VALUE "Y".
               88  NOT-END-OF-POFILE                   VALUE "N".
           05  WS-ON-ORDER-SWITCH           PIC X(01) VALUE "N".
               88  ITEM-ON-ORDER                       VALUE "Y".
               88  ITEM-NOT-ON-ORDER                   VALUE "N".

      *----------------------------------------------------------------*
      *  RUN FIELDS                                                    *
      *----------------------------------------------------------------*
       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.
           05  WS-LAST-PO-NUMBER            PIC 9(06) VALUE ZEROS.
           05  WS-EXCEPTION-TEXT            PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS                                                *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-ITEM-COUNT                PIC 9(06) COMP VALUE ZERO.
           05  WS-REORDER-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-RAISED-COUNT              PIC 9(06) COMP VALUE ZERO.
           05  WS-ON-ORDER-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT           PIC 9(06) COMP VALUE ZERO.
           05  WS-TOT-ORDER-QTY             PIC 9(09)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-ON-HAND              PIC -Z,ZZZ,ZZ9.99.
           05  WS-EDIT-REORDER-POINT        PIC ZZ,ZZ9.99.
           05  WS-EDIT-ORDER-QTY            PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-LEAD-DAYS            PIC ZZ9.
           05  WS-EDIT-TOTAL-QTY            PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  One pass over the inventory file in item order.               *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-ITEM
               THRU 2000-PROCESS-ONE-ITEM-EXIT
               UNTIL END-OF-INVFILE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the files, finds the last PO number already used,       *
      *  prints the headings and positions the inventory file at its   *
      *  first item. The PO file is created on the first run.          *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O INVFILE.
           IF WS-INVFILE-STATUS NOT = "00"
               DISPLAY "MULTPOG01E - UNABLE TO OPEN INVFILE, STATUS = "
                   WS-INVFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O POFILE.
           IF WS-POFILE-STATUS = "35"
               OPEN OUTPUT POFILE
               CLOSE POFILE
               OPEN I-O POFILE
           END-IF.
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "MULTPOG02E - UNABLE TO OPEN POFILE, STATUS = "
                   WS-POFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VNDFILE.
           IF WS-VNDFILE-STATUS NOT = "00"
               DISPLAY "MULTPOG03E - UNABLE TO OPEN VNDFILE, STATUS = "
                   WS-VNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT POGRPT.
           IF WS-POGRPT-STATUS NOT = "00"
               DISPLAY "MULTPOG04E - UNABLE TO OPEN POGRPT, STATUS = "
                   WS-POGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO PO-NUMBER.
           START POFILE KEY NOT < PO-NUMBER
               INVALID KEY
                   SET END-OF-POFILE TO TRUE
           END-START.
           PERFORM 1100-FIND-LAST-PO
               THRU 1100-FIND-LAST-PO-EXIT
               UNTIL END-OF-POFILE.

           MOVE SPACES TO REPT-LINE.
           STRING "MULTPOG - PURCHASE ORDERS RAISED FROM REORDER "
                   "EXCEPTIONS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO INV-ITEM-CODE.
           START INVFILE KEY NOT < INV-ITEM-CODE
               INVALID KEY
                   SET END-OF-INVFILE TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-FIND-LAST-PO                                             *
      *  Reads the PO file through in key order - the last number read *
      *  is the highest issued, and the run numbers on from it.        *
      *================================================================*
       1100-FIND-LAST-PO.
           READ POFILE NEXT
               AT END
                   SET END-OF-POFILE TO TRUE
                   GO TO 1100-FIND-LAST-PO-EXIT
           END-READ.

           MOVE PO-NUMBER TO WS-LAST-PO-NUMBER.
       1100-FIND-LAST-PO-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-ITEM                                         *
      *  Reads the next inventory item and, when it has reached its    *
      *  reorder point, either finds it already on order, lists why it *
      *  cannot be ordered, or raises its PO.                          *
      *================================================================*
       2000-PROCESS-ONE-ITEM.
           READ INVFILE NEXT
               AT END
                   SET END-OF-INVFILE TO TRUE
                   GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-READ.

           ADD 1 TO WS-ITEM-COUNT.

           IF INV-ON-HAND-QTY > INV-REORDER-POINT
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-REORDER-COUNT.
           MOVE INV-ON-HAND-QTY   TO WS-EDIT-ON-HAND.
           MOVE INV-REORDER-POINT TO WS-EDIT-REORDER-POINT.

           PERFORM 2100-CHECK-OPEN-PO
               THRU 2100-CHECK-OPEN-PO-EXIT.
           IF ITEM-ON-ORDER
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           PERFORM 2200-CHECK-ORDER-DETAILS
               THRU 2200-CHECK-ORDER-DETAILS-EXIT.
           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "*** ITEM " INV-ITEM-CODE
                       " ON HAND " WS-EDIT-ON-HAND
                       " REORDER POINT " WS-EDIT-REORDER-POINT
                       " - NOT ORDERED - " WS-EXCEPTION-TEXT
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
               GO TO 2000-PROCESS-ONE-ITEM-EXIT
           END-IF.

           PERFORM 3000-RAISE-PO
               THRU 3000-RAISE-PO-EXIT.
       2000-PROCESS-ONE-ITEM-EXIT.
           EXIT.

      *================================================================*
      *  2100-CHECK-OPEN-PO                                            *
      *  An item pointing at a PO that is on file and still open - not *
      *  yet received, or received only in part - is already on order  *
      *  and gets no second PO. A pointer left at a PO no longer open  *
      *  does not hold up a new one.                                   *
      *================================================================*
       2100-CHECK-OPEN-PO.
           SET ITEM-NOT-ON-ORDER TO TRUE.

           IF INV-OPEN-PO-NUMBER NOT NUMERIC
                   OR INV-OPEN-PO-NUMBER = ZEROS
               GO TO 2100-CHECK-OPEN-PO-EXIT
           END-IF.

           MOVE INV-OPEN-PO-NUMBER TO PO-NUMBER.
           READ POFILE
               INVALID KEY
                   GO TO 2100-CHECK-OPEN-PO-EXIT
           END-READ.

           IF NOT PO-STILL-OPEN
               GO TO 2100-CHECK-OPEN-PO-EXIT
           END-IF.

           SET ITEM-ON-ORDER TO TRUE.
           ADD 1 TO WS-ON-ORDER-COUNT.

           MOVE PO-ORDER-QTY TO WS-EDIT-ORDER-QTY.
           MOVE SPACES TO REPT-LINE.
           STRING "ITEM " INV-ITEM-CODE
                   " ON HAND " WS-EDIT-ON-HAND
                   " REORDER POINT " WS-EDIT-REORDER-POINT
                   " - ALREADY ON ORDER - PO " PO-NUMBER
                   " DATED " PO-ORDER-DATE
                   " QTY " WS-EDIT-ORDER-QTY
                   " STATUS " PO-STATUS
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       2100-CHECK-OPEN-PO-EXIT.
           EXIT.

      *================================================================*
      *  2200-CHECK-ORDER-DETAILS                                      *
      *  Makes sure the item can be ordered - a preferred vendor on    *
      *  the vendor master and active, and a reorder quantity - and    *
      *  leaves the reason in WS-EXCEPTION-TEXT when it cannot.        *
      *================================================================*
       2200-CHECK-ORDER-DETAILS.
           MOVE SPACES TO WS-EXCEPTION-TEXT.

           IF INV-PREF-VENDOR = SPACES
               MOVE "NO PREFERRED VENDOR" TO WS-EXCEPTION-TEXT
               GO TO 2200-CHECK-ORDER-DETAILS-EXIT
           END-IF.

           IF INV-REORDER-QTY NOT NUMERIC
                   OR INV-REORDER-QTY = ZEROS
               MOVE "NO REORDER QUANTITY SET" TO WS-EXCEPTION-TEXT
               GO TO 2200-CHECK-ORDER-DETAILS-EXIT
           END-IF.

           MOVE INV-PREF-VENDOR TO VND-VENDOR-CODE.
           READ VNDFILE
               INVALID KEY
                   STRING "VENDOR " INV-PREF-VENDOR
                           " NOT ON VNDFILE"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   GO TO 2200-CHECK-ORDER-DETAILS-EXIT
           END-READ.

           IF VND-VENDOR-INACTIVE
               STRING "VENDOR " INV-PREF-VENDOR " IS INACTIVE"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
           END-IF.
       2200-CHECK-ORDER-DETAILS-EXIT.
           EXIT.

      *================================================================*
      *  3000-RAISE-PO                                                 *
      *  Writes the next PO for the item's reorder quantity from its   *
      *  preferred vendor, carrying the vendor's lead time, and then   *
      *  records the PO on the item. An item that cannot be rewritten  *
      *  would be ordered again on the next run, so that stops the     *
      *  run.                                                          *
      *================================================================*
       3000-RAISE-PO.
           ADD 1 TO WS-LAST-PO-NUMBER.

           MOVE SPACES            TO PO-RECORD.
           MOVE WS-LAST-PO-NUMBER TO PO-NUMBER.
           MOVE INV-ITEM-CODE     TO PO-ITEM-CODE.
           MOVE INV-PREF-VENDOR   TO PO-VENDOR-CODE.
           MOVE WS-RUN-DATE       TO PO-ORDER-DATE.
           IF VND-LEAD-DAYS NUMERIC
               MOVE VND-LEAD-DAYS TO PO-LEAD-DAYS
           ELSE
               MOVE ZEROS         TO PO-LEAD-DAYS
           END-IF.
           MOVE INV-REORDER-QTY   TO PO-ORDER-QTY.
           MOVE ZEROS             TO PO-RECEIVED-QTY.
           MOVE ZEROS             TO PO-RECEIPT-COUNT.
           MOVE ZEROS             TO PO-LAST-RECEIPT-DATE.
           SET PO-STATUS-OPEN     TO TRUE.
           MOVE WS-RUN-DATE       TO PO-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME       TO PO-LAST-UPDATE-TIME.
           MOVE "MULTPOG"         TO PO-UPDATED-BY.

           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "MULTPOG05E - PO WRITE FAILED, STATUS = "
                       WS-POFILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

           MOVE WS-LAST-PO-NUMBER TO INV-OPEN-PO-NUMBER.
           MOVE WS-RUN-DATE       TO INV-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME       TO INV-LAST-UPDATE-TIME.
           MOVE "MULTPOG"         TO INV-UPDATED-BY.

           REWRITE INV-RECORD.
           IF WS-INVFILE-STATUS NOT = "00"
               DISPLAY "MULTPOG06E - INVENTORY REWRITE FAILED FOR "
                   INV-ITEM-CODE ", STATUS = " WS-INVFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RAISED-COUNT.
           ADD PO-ORDER-QTY TO WS-TOT-ORDER-QTY.

           MOVE PO-ORDER-QTY TO WS-EDIT-ORDER-QTY.
           MOVE PO-LEAD-DAYS TO WS-EDIT-LEAD-DAYS.
           MOVE SPACES TO REPT-LINE.
           STRING "ITEM " INV-ITEM-CODE
                   " ON HAND " WS-EDIT-ON-HAND
                   " REORDER POINT " WS-EDIT-REORDER-POINT
                   " - PO " PO-NUMBER " RAISED"
                   " VENDOR " PO-VENDOR-CODE
                   " QTY " WS-EDIT-ORDER-QTY
                   " LEAD " WS-EDIT-LEAD-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       3000-RAISE-PO-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-CONTROL-TOTALS                                     *
      *  Prints the run totals. Every item at its reorder point is     *
      *  either raised, already on order, or an exception - the three  *
      *  have to add back to the items found. Exceptions end the run   *
      *  with return code 4 so they are seen to.                       *
      *================================================================*
       8000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-REORDER-COUNT = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - NO ITEM NEEDS REORDERING" TO REPT-LINE
               WRITE REPT-LINE
               MOVE SPACES TO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE WS-ITEM-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "INVENTORY ITEMS READ. . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-REORDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "AT OR BELOW REORDER POINT . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-RAISED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  PURCHASE ORDERS RAISED. . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ON-ORDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  ALREADY ON AN OPEN PO . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  EXCEPTIONS - NOT ORDERED. . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-ORDER-QTY TO WS-EDIT-TOTAL-QTY.
           MOVE SPACES TO REPT-LINE.
           STRING "TOTAL QUANTITY ORDERED. . . . . . . : "
                   WS-EDIT-TOTAL-QTY
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           STRING "LAST PO NUMBER ISSUED . . . . . . . : "
                   WS-LAST-PO-NUMBER
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Writes the control totals and closes every file.              *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-CONTROL-TOTALS
               THRU 8000-WRITE-CONTROL-TOTALS-EXIT.

           CLOSE INVFILE.
           CLOSE POFILE.
           CLOSE VNDFILE.
           CLOSE POGRPT.
       9000-TERMINATE-EXIT.
           EXIT.
