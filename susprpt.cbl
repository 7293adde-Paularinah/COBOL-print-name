      *   26-09-02  PB  Total expired-access rejects on their own
      *                 line now that NAME suspends members refused
      *                 past their roster expiry date.
      *   26-10-15  PB  Total records suspended because their
      *                 operator was refused on their own line now
      *                 that NAME checks operators against OPERIDX.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-STALE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-OPERATOR-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-AGE-EDIT              PIC ZZZZ9.
       01  WS-TODAY                 PIC 9(08) VALUE ZERO.
           IF SUSP-EXPIRED
               ADD 1 TO WS-EXPIRED-COUNT
           END-IF.
           IF SUSP-OPERATOR-REFUSED
               ADD 1 TO WS-OPERATOR-COUNT
           END-IF.
           MOVE ZERO TO WS-AGE-DAYS.
           IF SUSP-DATE IS NUMERIC
               MOVE SUSP-DATE TO WS-SUSP-DATE-NUM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-OPERATOR-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Operator refused:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Total records waiting:  " WS-COUNT-EDIT
