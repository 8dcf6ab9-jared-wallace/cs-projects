      *                   archived plus records retained equals        *
      *                   records read, so the auditors can see        *
      *                   nothing was dropped.                         *
      *  2026-10-15  JW   Detail line shows the price source - list,   *
      *                   contract or contract quantity break.         *
      *================================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-EDIT-NUM2                 PIC ZZ9.99.
           05  WS-EDIT-RESULT               PIC Z,ZZZ,ZZ9.99.
           05  WS-STATUS-TEXT               PIC X(14) VALUE SPACES.
           05  WS-PRICE-SOURCE-TEXT         PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*
               MOVE SPACES           TO WS-STATUS-TEXT
           END-IF.

           IF AUD-PRICE-CONTRACT
               MOVE "CONTRACT " TO WS-PRICE-SOURCE-TEXT
           ELSE
               IF AUD-PRICE-TIER
                   MOVE "QTY BREAK" TO WS-PRICE-SOURCE-TEXT
               ELSE
                   MOVE "LIST     " TO WS-PRICE-SOURCE-TEXT
               END-IF
           END-IF.

           MOVE SPACES TO REPT-LINE.
           STRING AUD-RUN-DATE " " AUD-RUN-TIME
                   " OPER " AUD-OPERATOR-ID
                   " TRAN " AUD-TRAN-ID
                   " NUM1 " WS-EDIT-NUM1
                   " NUM2 " WS-EDIT-NUM2
                   " " WS-PRICE-SOURCE-TEXT
                   " RESULT " WS-EDIT-RESULT
                   " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO REPT-LINE.
