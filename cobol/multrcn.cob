      *================================================================*
      *  IDENTIFICATION DIVISION                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MULTRCN.
       AUTHOR.        JARED WALLACE.
       INSTALLATION.  PRICING AND EXTENSIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *  MODIFICATION HISTORY                                         *
      *  DATE       INIT  DESCRIPTION                                 *
      *  ---------- ----  ---------------------------------------------
      *  2026-10-15  JW   Initial version - subledger-to-ledger proof. *
      *                   Sorts GLHIST by transaction ID and matches   *
      *                   it against the MSTFILE master read in key    *
      *                   order. For each transaction the extension    *
      *                   postings are netted, debits less credits,    *
      *                   and compared to MST-RESULT - or to zero when *
      *                   the master is reversed - and to the account  *
      *                   MST-GL-ACCOUNT-CODE says was debited; the    *
      *                   sales-tax postings are held to the tax on    *
      *                   the master the same way, and the cost-of-    *
      *                   sale pair has to balance. Every break is     *
      *                   listed with its type, the breaks are counted *
      *                   by type, and the run ends with control       *
      *                   totals by GL account - what the masters say  *
      *                   was posted against what GLHIST holds - so    *
      *                   month-end close starts from a proven tie.    *
      *                   Run it after MULTGLA has accumulated the     *
      *                   last run's extract, or that run's masters    *
      *                   all show as missing from GLHIST.             *
      *  2026-10-15  JW   A master from before the GL account was      *
      *                   carried is held to the account its first     *
      *                   extension posting went to - MULT posted it   *
      *                   to the control-card account - on both the    *
      *                   other-account test and the master side of    *
      *                   the account totals, instead of to spaces.    *
      *                   Postings to more than one account still      *
      *                   break.                                       *
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

           SELECT MSTFILE  ASSIGN TO MSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRAN-ID
               FILE STATUS IS WS-MSTFILE-STATUS.

           SELECT SORTWORK ASSIGN TO SORTWORK.

           SELECT RCNRPT   ASSIGN TO RCNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLHIST
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY GLEXTR.

       FD  MSTFILE
           LABEL RECORDS ARE STANDARD.
           COPY MSTREC.

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
               88  SRT-ENTRY-EXTENSION               VALUES " ", "E".
               88  SRT-ENTRY-TAX                          VALUE "T".
               88  SRT-ENTRY-COST                         VALUE "C".
           05  SRT-TAX-JURISDICTION           PIC X(06).
           05  SRT-TAX-BASE                   PIC 9(07)V99.
           05  FILLER                         PIC X(22).

       FD  RCNRPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
           COPY REPTLINE.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      *  FILE STATUS AND CONTROL SWITCHES                              *
      *----------------------------------------------------------------*
       01  WS-GLHIST-STATUS                PIC X(02) VALUE "00".
       01  WS-MSTFILE-STATUS               PIC X(02) VALUE "00".
       01  WS-RCNRPT-STATUS                PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01) VALUE "N".
               88  END-OF-SORTED-INPUT                VALUE "Y".
               88  NOT-END-OF-SORTED-INPUT            VALUE "N".
           05  WS-MST-EOF-SWITCH            PIC X(01) VALUE "N".
               88  END-OF-MSTFILE                     VALUE "Y".
               88  NOT-END-OF-MSTFILE                 VALUE "N".
           05  WS-ACCT-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  ACCOUNT-IN-TABLE                   VALUE "Y".
               88  ACCOUNT-NOT-IN-TABLE               VALUE "N".
           05  WS-MATCH-SWITCH              PIC X(01) VALUE "N".
               88  GROUP-HAS-MASTER                   VALUE "Y".
               88  GROUP-HAS-NO-MASTER                VALUE "N".

      *----------------------------------------------------------------*
      *  MATCH KEYS - each side's current TRAN-ID, or HIGH-VALUES once *
      *  that side is exhausted, so the other side drains through the  *
      *  same comparison                                               *
      *----------------------------------------------------------------*
       01  WS-MATCH-KEYS.
           05  WS-MST-KEY                   PIC X(06) VALUE SPACES.
           05  WS-GL-KEY                    PIC X(06) VALUE SPACES.
           05  WS-GROUP-TRAN-ID             PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------*
      *  ONE TRANSACTION'S GLHIST POSTINGS, BY ENTRY TYPE              *
      *----------------------------------------------------------------*
       01  WS-GROUP-FIELDS.
           05  WS-GRP-RECORDS               PIC 9(04) COMP VALUE ZERO.
           05  WS-GRP-EXT-DEBITS            PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-EXT-CREDITS           PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-EXT-NET               PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-TAX-DEBITS            PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-TAX-CREDITS           PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-TAX-NET               PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-COST-DEBITS           PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-COST-CREDITS          PIC S9(11)V99 VALUE ZEROS.
           05  WS-GRP-OTHER-EXT-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-GRP-OTHER-TAX-ACCOUNT     PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *  WHAT THE MASTER SAYS GLHIST SHOULD HOLD FOR THE TRANSACTION   *
      *----------------------------------------------------------------*
       01  WS-EXPECTED-FIELDS.
           05  WS-EXP-EXT-NET               PIC S9(11)V99 VALUE ZEROS.
           05  WS-EXP-TAX-NET               PIC S9(11)V99 VALUE ZEROS.
           05  WS-MST-TAX                   PIC S9(11)V99 VALUE ZEROS.
           05  WS-MST-EXT-ACCOUNT           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *  BREAK TYPES - the text printed for each, and a count of each  *
      *----------------------------------------------------------------*
       01  WS-BREAK-TEXT-VALUES.
           05  FILLER                       PIC X(36)
                         VALUE "MASTER EXTRACTED, NOT ON GLHIST     ".
           05  FILLER                       PIC X(36)
                         VALUE "ON GLHIST, NO MASTER RECORD         ".
           05  FILLER                       PIC X(36)
                         VALUE "ON GLHIST, MASTER NOT EXTRACTED     ".
           05  FILLER                       PIC X(36)
                         VALUE "EXTENSION AMOUNT DIFFERS            ".
           05  FILLER                       PIC X(36)
                         VALUE "REVERSED ON MASTER, NOT ON GLHIST   ".
           05  FILLER                       PIC X(36)
                         VALUE "REVERSED ON GLHIST, NOT ON MASTER   ".
           05  FILLER                       PIC X(36)
                         VALUE "EXTENSION POSTED TO ANOTHER ACCOUNT ".
           05  FILLER                       PIC X(36)
                         VALUE "SALES TAX AMOUNT DIFFERS            ".
           05  FILLER                       PIC X(36)
                         VALUE "SALES TAX POSTED TO ANOTHER ACCOUNT ".
           05  FILLER                       PIC X(36)
                         VALUE "COST OF SALE ENTRIES DO NOT BALANCE ".
       01  WS-BREAK-TEXT-TABLE REDEFINES WS-BREAK-TEXT-VALUES.
           05  WS-BREAK-TEXT                PIC X(36) OCCURS 10 TIMES.

       01  WS-BREAK-COUNT-TABLE.
           05  WS-BREAK-COUNT               PIC 9(06) COMP
                                            OCCURS 10 TIMES.

       77  WS-BREAK-TYPE                   PIC 9(02) COMP VALUE ZERO.
       77  WS-BREAK-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  WS-BREAK-TOTAL                  PIC 9(06) COMP VALUE ZERO.
       77  WS-TRAN-BROKEN-SWITCH           PIC X(01) VALUE "N".
           88  TRANSACTION-BROKEN                     VALUE "Y".
           88  TRANSACTION-CLEAN                      VALUE "N".
       01  WS-DETAIL-TEXT                  PIC X(70) VALUE SPACES.

      *----------------------------------------------------------------*
      *  CONTROL TOTALS BY GL ACCOUNT - held in account order. The     *
      *  master side is what the masters say was posted: the           *
      *  extension debited to its account and the tax credited to the  *
      *  tax-payable account, nothing for a reversed master. The       *
      *  GLHIST side nets the extension and tax postings actually on   *
      *  the history. Both are debits less credits. Two hundred        *
      *  accounts is well past the chart this shop posts sales to.     *
      *----------------------------------------------------------------*
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT                PIC 9(03) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-ACCT-CODE             PIC X(10).
               10  WS-ACCT-MST-NET          PIC S9(11)V99.
               10  WS-ACCT-GL-NET           PIC S9(11)V99.

       77  WS-ACCT-SUB                     PIC 9(03) COMP VALUE ZERO.
       77  WS-FOUND-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-INSERT-SUB                   PIC 9(03) COMP VALUE ZERO.
       77  WS-SHIFT-SUB                    PIC 9(03) COMP VALUE ZERO.
       77  WS-NEXT-SUB                     PIC 9(03) COMP VALUE ZERO.
       77  WS-WORK-ACCOUNT                 PIC X(10) VALUE SPACES.
       77  WS-WORK-AMOUNT                  PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *  RUN CONTROL TOTALS                                            *
      *----------------------------------------------------------------*
       01  WS-CONTROL-TOTALS.
           05  WS-MST-READ-COUNT            PIC 9(06) COMP VALUE ZERO.
           05  WS-MST-EXTRACTED-COUNT       PIC 9(06) COMP VALUE ZERO.
           05  WS-MST-MATCHED-COUNT         PIC 9(06) COMP VALUE ZERO.
           05  WS-MST-BROKEN-COUNT          PIC 9(06) COMP VALUE ZERO.
           05  WS-GL-READ-COUNT             PIC 9(06) COMP VALUE ZERO.
           05  WS-TOT-MST-NET               PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-GL-NET                PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-COST-DEBITS           PIC S9(11)V99 VALUE ZEROS.
           05  WS-TOT-COST-CREDITS          PIC S9(11)V99 VALUE ZEROS.
           05  WS-DIFFERENCE                PIC S9(11)V99 VALUE ZEROS.
           05  WS-ACCOUNTS-OUT              PIC 9(03) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      *  REPORT EDIT FIELDS                                            *
      *----------------------------------------------------------------*
       01  WS-REPORT-EDIT-FIELDS.
           05  WS-EDIT-COUNT                PIC ZZZ,ZZ9.
           05  WS-EDIT-MASTER               PIC ---,---,--9.99.
           05  WS-EDIT-GLHIST               PIC ---,---,--9.99.
           05  WS-EDIT-DIFF                 PIC ---,---,--9.99.
           05  WS-EDIT-TOTAL                PIC ----,---,---,--9.99.

       PROCEDURE DIVISION.
      *================================================================*
      *  0000-MAINLINE                                                 *
      *  Sorts the GL history by transaction ID and matches it against *
      *  the master in the sort's output procedure, then prints the    *
      *  break counts and the account control totals.                  *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           SORT SORTWORK
               ON ASCENDING KEY SRT-TRAN-ID
                                SRT-RUN-NO
               USING GLHIST
               OUTPUT PROCEDURE IS 3000-MATCH-TO-MASTER
                   THRU 3000-MATCH-TO-MASTER-EXIT.

           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT.

           STOP RUN.

      *================================================================*
      *  1000-INITIALIZE                                               *
      *  Opens the master and the report and writes the headings.      *
      *  GLHIST is opened here only to prove it can be - the SORT does *
      *  the actual reading - so a missing history abends with a       *
      *  proper message instead of a raw sort failure.                 *
      *================================================================*
       1000-INITIALIZE.
           OPEN INPUT GLHIST.
           IF WS-GLHIST-STATUS NOT = "00"
               DISPLAY "MULTRCN01E - UNABLE TO OPEN GLHIST, STATUS = "
                   WS-GLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GLHIST.

           OPEN INPUT MSTFILE.
           IF WS-MSTFILE-STATUS NOT = "00"
               DISPLAY "MULTRCN02E - UNABLE TO OPEN MSTFILE, STATUS = "
                   WS-MSTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RCNRPT.
           IF WS-RCNRPT-STATUS NOT = "00"
               DISPLAY "MULTRCN03E - UNABLE TO OPEN RCNRPT, STATUS = "
                   WS-RCNRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CLEAR-ONE-BREAK-COUNT
               THRU 1100-CLEAR-ONE-BREAK-COUNT-EXIT
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > 10.

           MOVE SPACES TO REPT-LINE.
           MOVE "MULTRCN - MSTFILE TO GLHIST RECONCILIATION"
               TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           MOVE "BREAKS" TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *================================================================*
      *  1100-CLEAR-ONE-BREAK-COUNT                                    *
      *  Zeroes one break-type counter.                                *
      *================================================================*
       1100-CLEAR-ONE-BREAK-COUNT.
           MOVE ZERO TO WS-BREAK-COUNT (WS-BREAK-SUB).
       1100-CLEAR-ONE-BREAK-COUNT-EXIT.
           EXIT.

      *================================================================*
      *  2000-READ-MASTER                                              *
      *  Reads the next master in TRAN-ID order and sets the master    *
      *  match key - HIGH-VALUES at end of file.                       *
      *================================================================*
       2000-READ-MASTER.
           READ MSTFILE NEXT
               AT END
                   SET END-OF-MSTFILE TO TRUE
                   MOVE HIGH-VALUES TO WS-MST-KEY
                   GO TO 2000-READ-MASTER-EXIT
           END-READ.

           ADD 1 TO WS-MST-READ-COUNT.
           MOVE MST-TRAN-ID TO WS-MST-KEY.
       2000-READ-MASTER-EXIT.
           EXIT.

      *================================================================*
      *  2100-RETURN-GL-RECORD                                         *
      *  Returns the next sorted GLHIST record and sets the GL match   *
      *  key - HIGH-VALUES at end of the sorted history.               *
      *================================================================*
       2100-RETURN-GL-RECORD.
           RETURN SORTWORK
               AT END
                   SET END-OF-SORTED-INPUT TO TRUE
                   MOVE HIGH-VALUES TO WS-GL-KEY
                   GO TO 2100-RETURN-GL-RECORD-EXIT
           END-RETURN.

           ADD 1 TO WS-GL-READ-COUNT.
           MOVE SRT-TRAN-ID TO WS-GL-KEY.
       2100-RETURN-GL-RECORD-EXIT.
           EXIT.

      *================================================================*
      *  3000-MATCH-TO-MASTER                                          *
      *  Output procedure - a match-merge of the sorted history        *
      *  against the master on transaction ID, one transaction at a    *
      *  time, until both sides are exhausted.                         *
      *================================================================*
       3000-MATCH-TO-MASTER.
           PERFORM 2000-READ-MASTER
               THRU 2000-READ-MASTER-EXIT.
           PERFORM 2100-RETURN-GL-RECORD
               THRU 2100-RETURN-GL-RECORD-EXIT.

           PERFORM 3100-MATCH-ONE-TRANSACTION
               THRU 3100-MATCH-ONE-TRANSACTION-EXIT
               UNTIL END-OF-MSTFILE AND END-OF-SORTED-INPUT.
       3000-MATCH-TO-MASTER-EXIT.
           EXIT.

      *================================================================*
      *  3100-MATCH-ONE-TRANSACTION                                    *
      *  Takes the lower of the two keys: a master alone, GLHIST       *
      *  postings alone, or a master with its postings.                *
      *================================================================*
       3100-MATCH-ONE-TRANSACTION.
           IF WS-MST-KEY < WS-GL-KEY
               PERFORM 4000-MASTER-WITHOUT-POSTINGS
                   THRU 4000-MASTER-WITHOUT-POSTINGS-EXIT
               PERFORM 2000-READ-MASTER
                   THRU 2000-READ-MASTER-EXIT
               GO TO 3100-MATCH-ONE-TRANSACTION-EXIT
           END-IF.

           IF WS-GL-KEY < WS-MST-KEY
               SET GROUP-HAS-NO-MASTER TO TRUE
               PERFORM 3200-COLLECT-GL-GROUP
                   THRU 3200-COLLECT-GL-GROUP-EXIT
               PERFORM 4100-POSTINGS-WITHOUT-MASTER
                   THRU 4100-POSTINGS-WITHOUT-MASTER-EXIT
               GO TO 3100-MATCH-ONE-TRANSACTION-EXIT
           END-IF.

           SET GROUP-HAS-MASTER TO TRUE.
           MOVE MST-GL-ACCOUNT-CODE TO WS-MST-EXT-ACCOUNT.
           PERFORM 3200-COLLECT-GL-GROUP
               THRU 3200-COLLECT-GL-GROUP-EXIT.
           PERFORM 4200-COMPARE-TRANSACTION
               THRU 4200-COMPARE-TRANSACTION-EXIT.
           PERFORM 2000-READ-MASTER
               THRU 2000-READ-MASTER-EXIT.
       3100-MATCH-ONE-TRANSACTION-EXIT.
           EXIT.

      *================================================================*
      *  3200-COLLECT-GL-GROUP                                         *
      *  Gathers every GLHIST posting for the current transaction ID,  *
      *  netting each entry type and posting each extension and tax    *
      *  amount to its account's GLHIST total. Stops on the first      *
      *  record of the next transaction.                               *
      *================================================================*
       3200-COLLECT-GL-GROUP.
           MOVE SRT-TRAN-ID TO WS-GROUP-TRAN-ID.
           MOVE ZERO   TO WS-GRP-RECORDS.
           MOVE ZEROS  TO WS-GRP-EXT-DEBITS.
           MOVE ZEROS  TO WS-GRP-EXT-CREDITS.
           MOVE ZEROS  TO WS-GRP-TAX-DEBITS.
           MOVE ZEROS  TO WS-GRP-TAX-CREDITS.
           MOVE ZEROS  TO WS-GRP-COST-DEBITS.
           MOVE ZEROS  TO WS-GRP-COST-CREDITS.
           MOVE SPACES TO WS-GRP-OTHER-EXT-ACCOUNT.
           MOVE SPACES TO WS-GRP-OTHER-TAX-ACCOUNT.

           PERFORM 3210-COLLECT-ONE-POSTING
               THRU 3210-COLLECT-ONE-POSTING-EXIT
               UNTIL END-OF-SORTED-INPUT
                  OR SRT-TRAN-ID NOT = WS-GROUP-TRAN-ID.

           SUBTRACT WS-GRP-EXT-CREDITS FROM WS-GRP-EXT-DEBITS
               GIVING WS-GRP-EXT-NET.
           SUBTRACT WS-GRP-TAX-DEBITS FROM WS-GRP-TAX-CREDITS
               GIVING WS-GRP-TAX-NET.
       3200-COLLECT-GL-GROUP-EXIT.
           EXIT.

      *================================================================*
      *  3210-COLLECT-ONE-POSTING                                      *
      *  Adds one posting into the transaction's totals for its entry  *
      *  type. An extension or tax posting to an account other than    *
      *  the one on the master is remembered for the break line. A     *
      *  master from before the account was carried has none; MULT     *
      *  posted its extension to the control-card account, so the      *
      *  account of its first extension posting stands in for it, and *
      *  any later posting elsewhere still breaks. The                 *
      *  cost-of-sale pair is kept out of the account totals - its     *
      *  accounts live on the inventory record, not the master, and    *
      *  the pair is proved by balancing instead.                      *
      *================================================================*
       3210-COLLECT-ONE-POSTING.
           ADD 1 TO WS-GRP-RECORDS.

           IF SRT-ENTRY-COST
               IF SRT-CREDIT
                   ADD SRT-AMOUNT TO WS-GRP-COST-CREDITS
                   ADD SRT-AMOUNT TO WS-TOT-COST-CREDITS
               ELSE
                   ADD SRT-AMOUNT TO WS-GRP-COST-DEBITS
                   ADD SRT-AMOUNT TO WS-TOT-COST-DEBITS
               END-IF
               GO TO 3210-RETURN-NEXT
           END-IF.

           IF SRT-CREDIT
               SUBTRACT SRT-AMOUNT FROM ZERO GIVING WS-WORK-AMOUNT
           ELSE
               MOVE SRT-AMOUNT TO WS-WORK-AMOUNT
           END-IF.
           MOVE SRT-ACCOUNT-CODE TO WS-WORK-ACCOUNT.
           PERFORM 6000-FIND-ACCOUNT
               THRU 6000-FIND-ACCOUNT-EXIT.
           ADD WS-WORK-AMOUNT TO WS-ACCT-GL-NET (WS-FOUND-SUB).
           ADD WS-WORK-AMOUNT TO WS-TOT-GL-NET.

           IF SRT-ENTRY-TAX
               IF SRT-CREDIT
                   ADD SRT-AMOUNT TO WS-GRP-TAX-CREDITS
               ELSE
                   ADD SRT-AMOUNT TO WS-GRP-TAX-DEBITS
               END-IF
               IF GROUP-HAS-MASTER
                       AND SRT-ACCOUNT-CODE NOT = MST-TAX-GL-ACCOUNT
                   MOVE SRT-ACCOUNT-CODE TO WS-GRP-OTHER-TAX-ACCOUNT
               END-IF
               GO TO 3210-RETURN-NEXT
           END-IF.

           IF SRT-CREDIT
               ADD SRT-AMOUNT TO WS-GRP-EXT-CREDITS
           ELSE
               ADD SRT-AMOUNT TO WS-GRP-EXT-DEBITS
           END-IF.
           IF GROUP-HAS-MASTER
               IF WS-MST-EXT-ACCOUNT = SPACES
                   MOVE SRT-ACCOUNT-CODE TO WS-MST-EXT-ACCOUNT
               END-IF
               IF SRT-ACCOUNT-CODE NOT = WS-MST-EXT-ACCOUNT
                   MOVE SRT-ACCOUNT-CODE TO WS-GRP-OTHER-EXT-ACCOUNT
               END-IF
           END-IF.

       3210-RETURN-NEXT.
           PERFORM 2100-RETURN-GL-RECORD
               THRU 2100-RETURN-GL-RECORD-EXIT.
       3210-COLLECT-ONE-POSTING-EXIT.
           EXIT.

      *================================================================*
      *  4000-MASTER-WITHOUT-POSTINGS                                  *
      *  A master with nothing on GLHIST. One never extracted is not   *
      *  expected there; one extracted or posted should be, and its    *
      *  extension and tax go on the master side of the account        *
      *  totals all the same - that is what the GL is missing.         *
      *================================================================*
       4000-MASTER-WITHOUT-POSTINGS.
           IF MST-POST-NOT-EXTRACTED
               GO TO 4000-MASTER-WITHOUT-POSTINGS-EXIT
           END-IF.

           ADD 1 TO WS-MST-EXTRACTED-COUNT.
           MOVE MST-GL-ACCOUNT-CODE TO WS-MST-EXT-ACCOUNT.
           PERFORM 5000-SET-EXPECTED
               THRU 5000-SET-EXPECTED-EXIT.

           SET TRANSACTION-CLEAN TO TRUE.
           MOVE MST-TRAN-ID TO WS-GROUP-TRAN-ID.
           MOVE WS-EXP-EXT-NET TO WS-EDIT-MASTER.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "MASTER " WS-EDIT-MASTER
                   "  ACCOUNT " MST-GL-ACCOUNT-CODE
                   " POSTING STATUS " MST-POSTING-STATUS
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           MOVE 1 TO WS-BREAK-TYPE.
           PERFORM 7000-WRITE-BREAK-LINE
               THRU 7000-WRITE-BREAK-LINE-EXIT.
           ADD 1 TO WS-MST-BROKEN-COUNT.
       4000-MASTER-WITHOUT-POSTINGS-EXIT.
           EXIT.

      *================================================================*
      *  4100-POSTINGS-WITHOUT-MASTER                                  *
      *  GLHIST postings under a TRAN-ID the master does not have.     *
      *  Their amounts are already on the GLHIST side of the account   *
      *  totals, with nothing against them on the master side.         *
      *================================================================*
       4100-POSTINGS-WITHOUT-MASTER.
           SET TRANSACTION-CLEAN TO TRUE.
           MOVE WS-GRP-RECORDS TO WS-EDIT-COUNT.
           MOVE WS-GRP-EXT-NET TO WS-EDIT-GLHIST.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING WS-EDIT-COUNT " POSTINGS, EXTENSION NET "
                   WS-EDIT-GLHIST
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
           MOVE 2 TO WS-BREAK-TYPE.
           PERFORM 7000-WRITE-BREAK-LINE
               THRU 7000-WRITE-BREAK-LINE-EXIT.
       4100-POSTINGS-WITHOUT-MASTER-EXIT.
           EXIT.

      *================================================================*
      *  4200-COMPARE-TRANSACTION                                      *
      *  Holds a master's GLHIST postings to what the master says.     *
      *  The extension must net to MST-RESULT, debit, on the master's  *
      *  account - or to nothing once reversed. A reversed master      *
      *  whose postings still carry the whole debit is missing its     *
      *  reversal; a live master whose debit was fully credited back   *
      *  was reversed on the GL but not on the master. Tax is held to  *
      *  the master's tax, credit, the same way, and the cost-of-sale  *
      *  entries must balance.                                         *
      *================================================================*
       4200-COMPARE-TRANSACTION.
           SET TRANSACTION-CLEAN TO TRUE.
           ADD 1 TO WS-MST-MATCHED-COUNT.

           IF MST-POST-NOT-EXTRACTED
               MOVE WS-GRP-RECORDS TO WS-EDIT-COUNT
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING WS-EDIT-COUNT " POSTINGS ON GLHIST"
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               MOVE 3 TO WS-BREAK-TYPE
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           ELSE
               ADD 1 TO WS-MST-EXTRACTED-COUNT
           END-IF.

           PERFORM 5000-SET-EXPECTED
               THRU 5000-SET-EXPECTED-EXIT.

           MOVE WS-EXP-EXT-NET TO WS-EDIT-MASTER.
           MOVE WS-GRP-EXT-NET TO WS-EDIT-GLHIST.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "MASTER " WS-EDIT-MASTER
                   "  GLHIST NET " WS-EDIT-GLHIST
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT.

           IF WS-GRP-EXT-NET NOT = WS-EXP-EXT-NET
               IF MST-REVERSED AND WS-GRP-EXT-NET = MST-RESULT
                   MOVE 5 TO WS-BREAK-TYPE
               ELSE
                   IF NOT MST-REVERSED
                           AND WS-GRP-EXT-NET = ZERO
                           AND WS-GRP-EXT-CREDITS NOT = ZERO
                       MOVE 6 TO WS-BREAK-TYPE
                   ELSE
                       MOVE 4 TO WS-BREAK-TYPE
                   END-IF
               END-IF
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           END-IF.

           IF WS-GRP-OTHER-EXT-ACCOUNT NOT = SPACES
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "POSTED TO " WS-GRP-OTHER-EXT-ACCOUNT
                       "  MASTER ACCOUNT " WS-MST-EXT-ACCOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               MOVE 7 TO WS-BREAK-TYPE
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           END-IF.

           IF WS-GRP-TAX-NET NOT = WS-EXP-TAX-NET
               MOVE WS-EXP-TAX-NET TO WS-EDIT-MASTER
               MOVE WS-GRP-TAX-NET TO WS-EDIT-GLHIST
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "MASTER " WS-EDIT-MASTER
                       "  GLHIST NET " WS-EDIT-GLHIST
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               MOVE 8 TO WS-BREAK-TYPE
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           END-IF.

           IF WS-GRP-OTHER-TAX-ACCOUNT NOT = SPACES
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "POSTED TO " WS-GRP-OTHER-TAX-ACCOUNT
                       "  MASTER ACCOUNT " MST-TAX-GL-ACCOUNT
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               MOVE 9 TO WS-BREAK-TYPE
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           END-IF.

           IF WS-GRP-COST-DEBITS NOT = WS-GRP-COST-CREDITS
               MOVE WS-GRP-COST-DEBITS  TO WS-EDIT-MASTER
               MOVE WS-GRP-COST-CREDITS TO WS-EDIT-GLHIST
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING "DEBITS " WS-EDIT-MASTER
                       "  CREDITS " WS-EDIT-GLHIST
                   DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               MOVE 10 TO WS-BREAK-TYPE
               PERFORM 7000-WRITE-BREAK-LINE
                   THRU 7000-WRITE-BREAK-LINE-EXIT
           END-IF.

           IF TRANSACTION-BROKEN
               ADD 1 TO WS-MST-BROKEN-COUNT
           END-IF.
       4200-COMPARE-TRANSACTION-EXIT.
           EXIT.

      *================================================================*
      *  5000-SET-EXPECTED                                             *
      *  Works out what GLHIST should hold for the current master -    *
      *  the extension as a debit and the tax as a credit, or nothing  *
      *  once the master is reversed - and, for a master that went to  *
      *  the GL, puts both on the master side of the account totals.   *
      *  A master from before tax was carried has no tax. The          *
      *  extension goes to WS-MST-EXT-ACCOUNT - the master's account,  *
      *  or for a master from before the account was carried, the      *
      *  account its extension was found posted to.                    *
      *================================================================*
       5000-SET-EXPECTED.
           MOVE ZEROS TO WS-EXP-EXT-NET.
           MOVE ZEROS TO WS-EXP-TAX-NET.
           MOVE ZEROS TO WS-MST-TAX.

           IF MST-TAX-AMOUNT NUMERIC
               MOVE MST-TAX-AMOUNT TO WS-MST-TAX
           END-IF.

           IF MST-REVERSED
               GO TO 5000-SET-EXPECTED-EXIT
           END-IF.

           MOVE MST-RESULT TO WS-EXP-EXT-NET.
           MOVE WS-MST-TAX TO WS-EXP-TAX-NET.

           IF MST-POST-NOT-EXTRACTED
               GO TO 5000-SET-EXPECTED-EXIT
           END-IF.

           MOVE WS-MST-EXT-ACCOUNT TO WS-WORK-ACCOUNT.
           PERFORM 6000-FIND-ACCOUNT
               THRU 6000-FIND-ACCOUNT-EXIT.
           ADD WS-EXP-EXT-NET TO WS-ACCT-MST-NET (WS-FOUND-SUB).
           ADD WS-EXP-EXT-NET TO WS-TOT-MST-NET.

           IF WS-EXP-TAX-NET NOT = ZERO
               MOVE MST-TAX-GL-ACCOUNT TO WS-WORK-ACCOUNT
               PERFORM 6000-FIND-ACCOUNT
                   THRU 6000-FIND-ACCOUNT-EXIT
               SUBTRACT WS-EXP-TAX-NET
                   FROM WS-ACCT-MST-NET (WS-FOUND-SUB)
               SUBTRACT WS-EXP-TAX-NET FROM WS-TOT-MST-NET
           END-IF.
       5000-SET-EXPECTED-EXIT.
           EXIT.

      *================================================================*
      *  6000-FIND-ACCOUNT                                             *
      *  Finds WS-WORK-ACCOUNT in the account table, adding it in      *
      *  account order when it is not there yet, and leaves its        *
      *  subscript in WS-FOUND-SUB.                                    *
      *================================================================*
       6000-FIND-ACCOUNT.
           SET ACCOUNT-NOT-IN-TABLE TO TRUE.
           MOVE ZERO TO WS-INSERT-SUB.

           PERFORM 6010-TEST-ONE-ENTRY
               THRU 6010-TEST-ONE-ENTRY-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                  OR ACCOUNT-IN-TABLE
                  OR WS-INSERT-SUB NOT = ZERO.

           IF ACCOUNT-NOT-IN-TABLE
               PERFORM 6100-ADD-ACCOUNT
                   THRU 6100-ADD-ACCOUNT-EXIT
           END-IF.
       6000-FIND-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  6010-TEST-ONE-ENTRY                                           *
      *  Tests one table entry against the account being looked up.    *
      *  The table is in account order, so the first entry above it    *
      *  is where a new account goes.                                  *
      *================================================================*
       6010-TEST-ONE-ENTRY.
           IF WS-ACCT-CODE (WS-ACCT-SUB) = WS-WORK-ACCOUNT
               SET ACCOUNT-IN-TABLE TO TRUE
               MOVE WS-ACCT-SUB TO WS-FOUND-SUB
               GO TO 6010-TEST-ONE-ENTRY-EXIT
           END-IF.

           IF WS-ACCT-CODE (WS-ACCT-SUB) > WS-WORK-ACCOUNT
               MOVE WS-ACCT-SUB TO WS-INSERT-SUB
           END-IF.
       6010-TEST-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      *  6100-ADD-ACCOUNT                                              *
      *  Opens a slot at the insert point by moving the entries above  *
      *  it up one, and puts the new account there with zero totals.   *
      *  A full table is a chart far outside anything this report was  *
      *  sized for, and the run is stopped rather than print a proof   *
      *  it cannot make.                                               *
      *================================================================*
       6100-ADD-ACCOUNT.
           IF WS-ACCT-COUNT = 200
               DISPLAY "MULTRCN04E - MORE THAN 200 GL ACCOUNTS - "
                   "RECONCILIATION NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-INSERT-SUB = ZERO
               ADD 1 TO WS-ACCT-COUNT GIVING WS-INSERT-SUB
           ELSE
               PERFORM 6110-SHIFT-ONE-ENTRY
                   THRU 6110-SHIFT-ONE-ENTRY-EXIT
                   VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
           END-IF.

           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-WORK-ACCOUNT TO WS-ACCT-CODE (WS-INSERT-SUB).
           MOVE ZEROS TO WS-ACCT-MST-NET (WS-INSERT-SUB).
           MOVE ZEROS TO WS-ACCT-GL-NET (WS-INSERT-SUB).
           MOVE WS-INSERT-SUB TO WS-FOUND-SUB.
           SET ACCOUNT-IN-TABLE TO TRUE.
       6100-ADD-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  6110-SHIFT-ONE-ENTRY                                          *
      *  Moves one table entry up a slot.                              *
      *================================================================*
       6110-SHIFT-ONE-ENTRY.
           ADD 1 TO WS-SHIFT-SUB GIVING WS-NEXT-SUB.
           MOVE WS-ACCT-ENTRY (WS-SHIFT-SUB)
               TO WS-ACCT-ENTRY (WS-NEXT-SUB).
       6110-SHIFT-ONE-ENTRY-EXIT.
           EXIT.

      *================================================================*
      *  7000-WRITE-BREAK-LINE                                         *
      *  Lists one break of type WS-BREAK-TYPE for the current         *
      *  transaction with the detail in WS-DETAIL-TEXT, and counts it. *
      *================================================================*
       7000-WRITE-BREAK-LINE.
           SET TRANSACTION-BROKEN TO TRUE.
           ADD 1 TO WS-BREAK-COUNT (WS-BREAK-TYPE).
           ADD 1 TO WS-BREAK-TOTAL.

           MOVE SPACES TO REPT-LINE.
           STRING "*** TRAN " WS-GROUP-TRAN-ID "  "
                   WS-BREAK-TEXT (WS-BREAK-TYPE) "  "
                   WS-DETAIL-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       7000-WRITE-BREAK-LINE-EXIT.
           EXIT.

      *================================================================*
      *  8000-WRITE-BREAK-SUMMARY                                      *
      *  Prints the record counts and the number of breaks of each     *
      *  type.                                                         *
      *================================================================*
       8000-WRITE-BREAK-SUMMARY.
           IF WS-BREAK-TOTAL = ZERO
               MOVE SPACES TO REPT-LINE
               MOVE "NONE - EVERY TRANSACTION AGREES" TO REPT-LINE
               WRITE REPT-LINE
           END-IF.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MST-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "MASTER RECORDS READ . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MST-EXTRACTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  EXTRACTED TO THE GL . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MST-MATCHED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  WITH POSTINGS ON GLHIST . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-MST-BROKEN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  WITH ONE OR MORE BREAKS . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-GL-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "GLHIST RECORDS READ . . . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           MOVE "BREAKS BY TYPE" TO REPT-LINE.
           WRITE REPT-LINE.

           PERFORM 8010-WRITE-ONE-BREAK-COUNT
               THRU 8010-WRITE-ONE-BREAK-COUNT-EXIT
               VARYING WS-BREAK-SUB FROM 1 BY 1
               UNTIL WS-BREAK-SUB > 10.

           MOVE WS-BREAK-TOTAL TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  TOTAL BREAKS                          "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8000-WRITE-BREAK-SUMMARY-EXIT.
           EXIT.

      *================================================================*
      *  8010-WRITE-ONE-BREAK-COUNT                                    *
      *  Prints the count for one break type.                          *
      *================================================================*
       8010-WRITE-ONE-BREAK-COUNT.
           MOVE WS-BREAK-COUNT (WS-BREAK-SUB) TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "  " WS-BREAK-TEXT (WS-BREAK-SUB) "  "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.
       8010-WRITE-ONE-BREAK-COUNT-EXIT.
           EXIT.

      *================================================================*
      *  8100-WRITE-ACCOUNT-TOTALS                                     *
      *  Prints the control totals by GL account - the master side     *
      *  against the GLHIST side, debits less credits, an account      *
      *  that differs flagged - then the totals, the cost-of-sale      *
      *  pair, and whether the subledger and the ledger agree.         *
      *================================================================*
       8100-WRITE-ACCOUNT-TOTALS.
           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           MOVE "CONTROL TOTALS BY GL ACCOUNT (DEBITS LESS CREDITS)"
               TO REPT-LINE.
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE.
           STRING "  ACCOUNT      MASTER SIDE     GLHIST SIDE"
                   "      DIFFERENCE"
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           PERFORM 8110-WRITE-ONE-ACCOUNT
               THRU 8110-WRITE-ONE-ACCOUNT-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.

           SUBTRACT WS-TOT-MST-NET FROM WS-TOT-GL-NET
               GIVING WS-DIFFERENCE.
           MOVE WS-TOT-MST-NET TO WS-EDIT-MASTER.
           MOVE WS-TOT-GL-NET  TO WS-EDIT-GLHIST.
           MOVE WS-DIFFERENCE  TO WS-EDIT-DIFF.
           MOVE SPACES TO REPT-LINE.
           STRING "  TOTAL     " WS-EDIT-MASTER
                   "  " WS-EDIT-GLHIST
                   "  " WS-EDIT-DIFF
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-COST-DEBITS TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "COST OF SALE DEBITS ON GLHIST . . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-TOT-COST-CREDITS TO WS-EDIT-TOTAL.
           MOVE SPACES TO REPT-LINE.
           STRING "COST OF SALE CREDITS ON GLHIST. . . : "
                   WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE WS-ACCOUNTS-OUT TO WS-EDIT-COUNT.
           MOVE SPACES TO REPT-LINE.
           STRING "ACCOUNTS OUT OF BALANCE . . . . . . : "
                   WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPT-LINE.
           WRITE REPT-LINE.

           MOVE SPACES TO REPT-LINE.
           IF WS-BREAK-TOTAL = ZERO
                   AND WS-ACCOUNTS-OUT = ZERO
                   AND WS-TOT-COST-DEBITS = WS-TOT-COST-CREDITS
               MOVE "MSTFILE AGREES WITH GLHIST" TO REPT-LINE
           ELSE
               MOVE 4 TO RETURN-CODE
               STRING "*** MSTFILE DOES NOT AGREE WITH GLHIST - "
                       "SEE BREAKS AND ACCOUNTS FLAGGED ABOVE"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       8100-WRITE-ACCOUNT-TOTALS-EXIT.
           EXIT.

      *================================================================*
      *  8110-WRITE-ONE-ACCOUNT                                        *
      *  Prints the control total line for one account. A master with  *
      *  no account on it totals under a blank account, shown as       *
      *  *NONE*.                                                       *
      *================================================================*
       8110-WRITE-ONE-ACCOUNT.
           SUBTRACT WS-ACCT-MST-NET (WS-ACCT-SUB)
               FROM WS-ACCT-GL-NET (WS-ACCT-SUB)
               GIVING WS-DIFFERENCE.

           MOVE WS-ACCT-CODE (WS-ACCT-SUB) TO WS-WORK-ACCOUNT.
           IF WS-WORK-ACCOUNT = SPACES
               MOVE "*NONE*" TO WS-WORK-ACCOUNT
           END-IF.
           MOVE WS-ACCT-MST-NET (WS-ACCT-SUB) TO WS-EDIT-MASTER.
           MOVE WS-ACCT-GL-NET (WS-ACCT-SUB)  TO WS-EDIT-GLHIST.
           MOVE WS-DIFFERENCE                 TO WS-EDIT-DIFF.

           MOVE SPACES TO REPT-LINE.
           IF WS-DIFFERENCE = ZERO
               STRING "  " WS-WORK-ACCOUNT
                       WS-EDIT-MASTER
                       "  " WS-EDIT-GLHIST
                       "  " WS-EDIT-DIFF
                   DELIMITED BY SIZE INTO REPT-LINE
           ELSE
               ADD 1 TO WS-ACCOUNTS-OUT
               STRING "  " WS-WORK-ACCOUNT
                       WS-EDIT-MASTER
                       "  " WS-EDIT-GLHIST
                       "  " WS-EDIT-DIFF
                       "  *** OUT OF BALANCE"
                   DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           WRITE REPT-LINE.
       8110-WRITE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================*
      *  9000-TERMINATE                                                *
      *  Prints the break summary and the account control totals, and  *
      *  closes the master and the report - GLHIST was opened and      *
      *  closed by the SORT.                                           *
      *================================================================*
       9000-TERMINATE.
           PERFORM 8000-WRITE-BREAK-SUMMARY
               THRU 8000-WRITE-BREAK-SUMMARY-EXIT.
           PERFORM 8100-WRITE-ACCOUNT-TOTALS
               THRU 8100-WRITE-ACCOUNT-TOTALS-EXIT.

           CLOSE MSTFILE.
           CLOSE RCNRPT.
       9000-TERMINATE-EXIT.
           EXIT.
