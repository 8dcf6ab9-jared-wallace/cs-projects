      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTVND.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - maintenance transaction    *
      *                   for the VNDFILE vendor master the MULTPOG    *
      *                   purchase order run orders from. Lets an      *
      *                   operator add a vendor, change its name and   *
      *                   address, change its delivery lead time, or   *
      *                   flip the active flag, with the same update   *
      *                   stamping the other masters get. A vendor is  *
      *                   never deleted - open POs still name it - it  *
      *                   is deactivated, which stops MULTPOG raising  *
      *                   new POs against it.                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.               IBM-370.
       OBJECT-COMPUTER.               IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VNDFILE  ASSIGN TO VNDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VND-VENDOR-CODE
               FILE STATUS IS WS-VNDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VNDFILE
           LABEL RECORDS ARE STANDARD.
           COPY VNDREC.

       WORKING-STORAGE SECTION.
       01  WS-VNDFILE-STATUS               PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-DONE-SWITCH               PIC X(01) VALUE "N".
               88  SESSION-DONE                        VALUE "Y".
               88  SESSION-NOT-DONE                     VALUE "N".
           05  WS-FOUND-SWITCH              PIC X(01) VALUE "N".
               88  VENDOR-FOUND                         VALUE "Y".
               88  VENDOR-NOT-FOUND                      VALUE "N".

       01  WS-ENTRY-FIELDS.
           05  WS-VENDOR-CODE               PIC X(08) VALUE SPACES.
           05  WS-FUNCTION-CODE             PIC X(01) VALUE SPACES.
               88  FUNCTION-ADD                          VALUE "A".
               88  FUNCTION-CHANGE                       VALUE "C".
               88  FUNCTION-LEAD-TIME                    VALUE "L".
               88  FUNCTION-DEACTIVATE                   VALUE "D".
               88  FUNCTION-REACTIVATE                   VALUE "R".
           05  WS-NEW-NAME                  PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-1        PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-2        PIC X(25) VALUE SPACES.
           05  WS-NEW-ADDRESS-LINE-3        PIC X(25) VALUE SPACES.
           05  WS-NEW-LEAD-DAYS             PIC 9(03) VALUE ZEROS.
           05  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
           05  WS-RUN-DATE                  PIC 9(08) VALUE ZEROS.
           05  WS-RUN-TIME                  PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Drives the vendor maintenance session until the operator      *
      *  asks to quit.                                                 *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ONE-VENDOR
               THRU 2000-PROCESS-ONE-VENDOR-EXIT
               UNTIL SESSION-DONE.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the vendor master, creating it if this is the first     *
      *  run, and gets the operator ID that will be stamped on any     *
      *  vendor maintained this session.                               *
      *================================================================*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN I-O VNDFILE.
           IF WS-VNDFILE-STATUS = "35"
               OPEN OUTPUT VNDFILE
               CLOSE VNDFILE
               OPEN I-O VNDFILE
           END-IF.
           IF WS-VNDFILE-STATUS NOT = "00"
               DISPLAY "MULTVND01E - UNABLE TO OPEN VNDFILE, STATUS = "
                   WS-VNDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  2000-PROCESS-ONE-VENDOR                                       *
      *  Looks up one vendor code, shows what is on file, and routes   *
      *  to the add, change, lead-time, or active-flag function.       *
      *================================================================*
       2000-PROCESS-ONE-VENDOR.
           DISPLAY " ".
           DISPLAY "ENTER VENDOR CODE TO MAINTAIN (SPACES TO QUIT): ".
           ACCEPT WS-VENDOR-CODE.

           IF WS-VENDOR-CODE = SPACES
               SET SESSION-DONE TO TRUE
               GO TO 2000-PROCESS-ONE-VENDOR-EXIT
           END-IF.

           PERFORM 2100-READ-VENDOR-RECORD
               THRU 2100-READ-VENDOR-RECORD-EXIT.

           IF VENDOR-FOUND
               PERFORM 2200-DISPLAY-VENDOR-RECORD
                   THRU 2200-DISPLAY-VENDOR-RECORD-EXIT
               DISPLAY "FUNCTION - C=CHANGE NAME/ADDRESS, "
                   "L=LEAD TIME, D=DEACTIVATE, R=REACTIVATE, "
                   "N=NONE: "
           ELSE
               DISPLAY "VENDOR NOT ON FILE."
               DISPLAY "FUNCTION - A=ADD THIS VENDOR, N=NONE: "
           END-IF.
           ACCEPT WS-FUNCTION-CODE.

           IF VENDOR-NOT-FOUND AND FUNCTION-ADD
               PERFORM 3000-ADD-VENDOR-RECORD
                   THRU 3000-ADD-VENDOR-RECORD-EXIT
               GO TO 2000-PROCESS-ONE-VENDOR-EXIT
           END-IF.

           IF VENDOR-FOUND AND FUNCTION-CHANGE
               PERFORM 3100-CHANGE-VENDOR
                   THRU 3100-CHANGE-VENDOR-EXIT
               GO TO 2000-PROCESS-ONE-VENDOR-EXIT
           END-IF.

           IF VENDOR-FOUND AND FUNCTION-LEAD-TIME
               PERFORM 3150-CHANGE-LEAD-TIME
                   THRU 3150-CHANGE-LEAD-TIME-EXIT
               GO TO 2000-PROCESS-ONE-VENDOR-EXIT
           END-IF.

           IF VENDOR-FOUND AND FUNCTION-DEACTIVATE
               PERFORM 3200-DEACTIVATE-VENDOR
                   THRU 3200-DEACTIVATE-VENDOR-EXIT
               GO TO 2000-PROCESS-ONE-VENDOR-EXIT
           END-IF.

           IF VENDOR-FOUND AND FUNCTION-REACTIVATE
               PERFORM 3300-REACTIVATE-VENDOR
                   THRU 3300-REACTIVATE-VENDOR-EXIT
           END-IF.
       2000-PROCESS-ONE-VENDOR-EXIT.
           EXIT.

      *================================================================*
      *  2100-READ-VENDOR-RECORD                                       *
      *  Reads VNDFILE by the vendor code the operator entered.        *
      *================================================================*
       2100-READ-VENDOR-RECORD.
           MOVE WS-VENDOR-CODE TO VND-VENDOR-CODE.

           READ VNDFILE
               INVALID KEY
                   SET VENDOR-NOT-FOUND TO TRUE
                   GO TO 2100-READ-VENDOR-RECORD-EXIT
           END-READ.

           SET VENDOR-FOUND TO TRUE.
       2100-READ-VENDOR-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  2200-DISPLAY-VENDOR-RECORD                                    *
      *  Shows the name, address, lead time, and active flag for the   *
      *  vendor just read.                                             *
      *================================================================*
       2200-DISPLAY-VENDOR-RECORD.
           DISPLAY "VENDOR CODE. . . . . : " VND-VENDOR-CODE.
           DISPLAY "NAME . . . . . . . . : " VND-NAME.
           DISPLAY "ADDRESS. . . . . . . : " VND-ADDRESS-LINE-1.
           DISPLAY "                       " VND-ADDRESS-LINE-2.
           DISPLAY "                       " VND-ADDRESS-LINE-3.
           DISPLAY "LEAD TIME (DAYS) . . : " VND-LEAD-DAYS.
           IF VND-VENDOR-ACTIVE
               DISPLAY "STATUS . . . . . . . : ACTIVE"
           ELSE
               DISPLAY "STATUS . . . . . . . : INACTIVE"
           END-IF.
           DISPLAY "LAST UPDATED . . . . : " VND-LAST-UPDATE-DATE
               " " VND-LAST-UPDATE-TIME " BY " VND-UPDATED-BY.
       2200-DISPLAY-VENDOR-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3000-ADD-VENDOR-RECORD                                        *
      *  Writes a brand-new vendor master record, active, for a code   *
      *  not yet on file.                                              *
      *================================================================*
       3000-ADD-VENDOR-RECORD.
           PERFORM 3500-ACCEPT-NAME-ADDRESS
               THRU 3500-ACCEPT-NAME-ADDRESS-EXIT.

           IF WS-NEW-NAME = SPACES
               DISPLAY "REJECTED - VENDOR NAME IS MISSING"
               GO TO 3000-ADD-VENDOR-RECORD-EXIT
           END-IF.

           DISPLAY "ENTER DELIVERY LEAD TIME IN DAYS: ".
           ACCEPT WS-NEW-LEAD-DAYS.

           IF WS-NEW-LEAD-DAYS NOT NUMERIC
               DISPLAY "REJECTED - LEAD TIME IS NOT NUMERIC"
               GO TO 3000-ADD-VENDOR-RECORD-EXIT
           END-IF.

           MOVE SPACES               TO VND-RECORD.
           MOVE WS-VENDOR-CODE       TO VND-VENDOR-CODE.
           MOVE WS-NEW-NAME          TO VND-NAME.
           MOVE WS-NEW-ADDRESS-LINE-1 TO VND-ADDRESS-LINE-1.
           MOVE WS-NEW-ADDRESS-LINE-2 TO VND-ADDRESS-LINE-2.
           MOVE WS-NEW-ADDRESS-LINE-3 TO VND-ADDRESS-LINE-3.
           MOVE WS-NEW-LEAD-DAYS     TO VND-LEAD-DAYS.
           SET VND-VENDOR-ACTIVE     TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           WRITE VND-RECORD
               INVALID KEY
                   DISPLAY "MULTVND02E - WRITE FAILED, STATUS = "
                       WS-VNDFILE-STATUS
                   GO TO 3000-ADD-VENDOR-RECORD-EXIT
           END-WRITE.

           DISPLAY "VENDOR ADDED: " WS-NEW-NAME.
       3000-ADD-VENDOR-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3100-CHANGE-VENDOR                                            *
      *  Replaces the name and address on an existing record. The      *
      *  lead time and active flag are not touched here.               *
      *================================================================*
       3100-CHANGE-VENDOR.
           PERFORM 3500-ACCEPT-NAME-ADDRESS
               THRU 3500-ACCEPT-NAME-ADDRESS-EXIT.

           IF WS-NEW-NAME = SPACES
               DISPLAY "REJECTED - VENDOR NAME IS MISSING"
               GO TO 3100-CHANGE-VENDOR-EXIT
           END-IF.

           MOVE WS-NEW-NAME          TO VND-NAME.
           MOVE WS-NEW-ADDRESS-LINE-1 TO VND-ADDRESS-LINE-1.
           MOVE WS-NEW-ADDRESS-LINE-2 TO VND-ADDRESS-LINE-2.
           MOVE WS-NEW-ADDRESS-LINE-3 TO VND-ADDRESS-LINE-3.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-VENDOR-RECORD
               THRU 4100-REWRITE-VENDOR-RECORD-EXIT.
       3100-CHANGE-VENDOR-EXIT.
           EXIT.

      *================================================================*
      *  3150-CHANGE-LEAD-TIME                                         *
      *  Replaces the vendor's delivery lead time. POs already raised  *
      *  keep the lead time they were raised with.                     *
      *================================================================*
       3150-CHANGE-LEAD-TIME.
           DISPLAY "ENTER DELIVERY LEAD TIME IN DAYS: ".
           ACCEPT WS-NEW-LEAD-DAYS.

           IF WS-NEW-LEAD-DAYS NOT NUMERIC
               DISPLAY "REJECTED - LEAD TIME IS NOT NUMERIC"
               GO TO 3150-CHANGE-LEAD-TIME-EXIT
           END-IF.

           MOVE WS-NEW-LEAD-DAYS TO VND-LEAD-DAYS.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-VENDOR-RECORD
               THRU 4100-REWRITE-VENDOR-RECORD-EXIT.
       3150-CHANGE-LEAD-TIME-EXIT.
           EXIT.

      *================================================================*
      *  3200-DEACTIVATE-VENDOR                                        *
      *  Flags the vendor inactive - MULTPOG raises no new POs         *
      *  against an inactive vendor, but POs already open can still    *
      *  be received.                                                  *
      *================================================================*
       3200-DEACTIVATE-VENDOR.
           IF VND-VENDOR-INACTIVE
               DISPLAY "VENDOR IS ALREADY INACTIVE."
               GO TO 3200-DEACTIVATE-VENDOR-EXIT
           END-IF.

           SET VND-VENDOR-INACTIVE TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-VENDOR-RECORD
               THRU 4100-REWRITE-VENDOR-RECORD-EXIT.
       3200-DEACTIVATE-VENDOR-EXIT.
           EXIT.

      *================================================================*
      *  3300-REACTIVATE-VENDOR                                        *
      *  Flags the vendor active again.                                *
      *================================================================*
       3300-REACTIVATE-VENDOR.
           IF VND-VENDOR-ACTIVE
               DISPLAY "VENDOR IS ALREADY ACTIVE."
               GO TO 3300-REACTIVATE-VENDOR-EXIT
           END-IF.

           SET VND-VENDOR-ACTIVE TO TRUE.
           PERFORM 4000-STAMP-UPDATE
               THRU 4000-STAMP-UPDATE-EXIT.

           PERFORM 4100-REWRITE-VENDOR-RECORD
               THRU 4100-REWRITE-VENDOR-RECORD-EXIT.
       3300-REACTIVATE-VENDOR-EXIT.
           EXIT.

      *================================================================*
      *  3500-ACCEPT-NAME-ADDRESS                                      *
      *  Prompts for the name and the three address lines - shared by  *
      *  the add and change functions.                                 *
      *================================================================*
       3500-ACCEPT-NAME-ADDRESS.
           DISPLAY "ENTER VENDOR NAME: ".
           ACCEPT WS-NEW-NAME.
           DISPLAY "ENTER ADDRESS LINE 1: ".
           ACCEPT WS-NEW-ADDRESS-LINE-1.
           DISPLAY "ENTER ADDRESS LINE 2: ".
           ACCEPT WS-NEW-ADDRESS-LINE-2.
           DISPLAY "ENTER ADDRESS LINE 3: ".
           ACCEPT WS-NEW-ADDRESS-LINE-3.
       3500-ACCEPT-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================*
      *  4000-STAMP-UPDATE                                             *
      *  Stamps who maintained the record and when - the same          *
      *  stamping the other masters get.                               *
      *================================================================*
       4000-STAMP-UPDATE.
           MOVE WS-RUN-DATE    TO VND-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME    TO VND-LAST-UPDATE-TIME.
           MOVE WS-OPERATOR-ID TO VND-UPDATED-BY.
       4000-STAMP-UPDATE-EXIT.
           EXIT.

      *================================================================*
      *  4100-REWRITE-VENDOR-RECORD                                    *
      *  Rewrites the record just maintained and confirms it to the    *
      *  operator.                                                     *
      *================================================================*
       4100-REWRITE-VENDOR-RECORD.
           REWRITE VND-RECORD.
           IF WS-VNDFILE-STATUS NOT = "00"
               DISPLAY "MULTVND03E - REWRITE FAILED, STATUS = "
                   WS-VNDFILE-STATUS
           ELSE
               DISPLAY "VENDOR RECORD UPDATED."
           END-IF.
       4100-REWRITE-VENDOR-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Closes the vendor master at end of session.                   *
      *================================================================*
       9000-TERMINATE.
           CLOSE VNDFILE.
       9000-TERMINATE-EXIT.
           EXIT.
