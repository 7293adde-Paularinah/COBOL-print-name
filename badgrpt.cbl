       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADGRPT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original badge report - read the indexed
      *                 BADGSTK badge stock in serial order and list
      *                 every badge issued but not yet handed back,
      *                 with its holder, when it went out, and the
      *                 desk operator who issued it, flagging those
      *                 out since before today; then the stock
      *                 position - the serials available to issue,
      *                 those out, and those written off as lost
      *                 with their last holder - and the totals.
      *                 Run daily after the desk closes.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSTK-FILE ASSIGN TO "BADGSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BSTK-SERIAL
               FILE STATUS IS WS-BSTKFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "BSTKOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BSTK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BSTK-RECORD.
           COPY BADGSTK.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-BSTKFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-BSTK-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  BSTK-EOF                 VALUE 'Y'.
       77  WS-STOCK-FULL-SWITCH     PIC X(01) VALUE 'N'.
           88  STOCK-TABLE-FULL         VALUE 'Y'.
       77  WS-STOCK-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-STOCK-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-SLOT-SUB              PIC 9(02) COMP VALUE ZERO.
       77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-AVAILABLE-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-ISSUED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-OVERDUE-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-LOST-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-LIST-STATUS           PIC X(01) VALUE SPACES.
       01  WS-OVERDUE-FLAG          PIC X(10) VALUE SPACES.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

       01  WS-SERIAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-SERIAL-SLOT OCCURS 8 TIMES
                                    PIC X(09).

       01  WS-STOCK-TABLE.
           05  WS-STOCK-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-STOCK-IDX.
               10  WS-STOCK-SERIAL      PIC X(08).
               10  WS-STOCK-STATUS      PIC X(01).
                   88  STOCK-AVAILABLE      VALUE 'A'.
                   88  STOCK-ISSUED         VALUE 'I'.
                   88  STOCK-LOST           VALUE 'L'.
               10  WS-STOCK-HOLDER-NAME PIC X(25).
               10  WS-STOCK-HOLDER-LASTNAME
                                        PIC X(25).
               10  WS-STOCK-ISSUE-DATE  PIC X(08).
               10  WS-STOCK-ISSUE-TIME  PIC X(08).
               10  WS-STOCK-ISSUE-OPERATOR
                                        PIC X(08).
               10  WS-STOCK-LOST-DATE   PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-BSTKFILE-STATUS = '00'
               PERFORM 2000-READ-STOCK THRU 2000-EXIT
               PERFORM 2100-STORE-STOCK THRU 2100-EXIT
                   UNTIL BSTK-EOF
               CLOSE BSTK-FILE
           ELSE
               DISPLAY "Unable to open the BADGSTK badge stock - "
                   "status " WS-BSTKFILE-STATUS
           END-IF.
           PERFORM 3000-PRINT-UNRETURNED THRU 3000-EXIT.
           PERFORM 4000-PRINT-STOCK THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * OPEN THE BADGE STOCK AND THE REPORT
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BSTK-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BADGE STOCK REPORT - " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

       2000-READ-STOCK.
           READ BSTK-FILE NEXT RECORD
               AT END SET BSTK-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * KEEP EACH BADGE IN SERIAL ORDER AND COUNT IT BY STATUS
      *------------------------------------
       2100-STORE-STOCK.
           IF WS-STOCK-COUNT NOT < 2000
               IF NOT STOCK-TABLE-FULL
                   DISPLAY "Badge table full at 2000 - later serials "
                       "are not reported."
                   SET STOCK-TABLE-FULL TO TRUE
               END-IF
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-STOCK-COUNT.
           MOVE BSTK-SERIAL TO WS-STOCK-SERIAL(WS-STOCK-COUNT).
           MOVE BSTK-STATUS TO WS-STOCK-STATUS(WS-STOCK-COUNT).
           MOVE BSTK-HOLDER-NAME
               TO WS-STOCK-HOLDER-NAME(WS-STOCK-COUNT).
           MOVE BSTK-HOLDER-LASTNAME
               TO WS-STOCK-HOLDER-LASTNAME(WS-STOCK-COUNT).
           MOVE BSTK-ISSUE-DATE TO WS-STOCK-ISSUE-DATE(WS-STOCK-COUNT).
           MOVE BSTK-ISSUE-TIME TO WS-STOCK-ISSUE-TIME(WS-STOCK-COUNT).
           MOVE BSTK-ISSUE-OPERATOR
               TO WS-STOCK-ISSUE-OPERATOR(WS-STOCK-COUNT).
           MOVE BSTK-LOST-DATE TO WS-STOCK-LOST-DATE(WS-STOCK-COUNT).
           EVALUATE TRUE
               WHEN BSTK-AVAILABLE
                   ADD 1 TO WS-AVAILABLE-COUNT
               WHEN BSTK-ISSUED
                   ADD 1 TO WS-ISSUED-COUNT
               WHEN BSTK-LOST
                   ADD 1 TO WS-LOST-COUNT
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-READ-STOCK THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * EVERY BADGE OUT AND NOT HANDED BACK, WITH ITS HOLDER AND
      * THE OPERATOR WHO ISSUED IT
      *------------------------------------
       3000-PRINT-UNRETURNED.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Badges issued and not returned:" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3100-PRINT-ISSUED THRU 3100-EXIT
               VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
           IF WS-ISSUED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ISSUED.
           IF NOT STOCK-ISSUED(WS-STOCK-SUB)
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-OVERDUE-FLAG.
           IF WS-STOCK-ISSUE-DATE(WS-STOCK-SUB) < WS-TODAY
               MOVE "(OVERDUE)" TO WS-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-STOCK-SERIAL(WS-STOCK-SUB) " "
               WS-STOCK-HOLDER-NAME(WS-STOCK-SUB) " "
               WS-STOCK-HOLDER-LASTNAME(WS-STOCK-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    issued " WS-STOCK-ISSUE-DATE(WS-STOCK-SUB)
               " " WS-STOCK-ISSUE-TIME(WS-STOCK-SUB)
               " opr " WS-STOCK-ISSUE-OPERATOR(WS-STOCK-SUB)
               " " WS-OVERDUE-FLAG
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------
      * THE STOCK POSITION - SERIALS FREE TO ISSUE, SERIALS OUT,
      * AND SERIALS WRITTEN OFF WITH THE LAST PERSON TO HOLD THEM
      *------------------------------------
       4000-PRINT-STOCK.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Available to issue:" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE 'A' TO WS-LIST-STATUS.
           PERFORM 4100-LIST-SERIALS THRU 4100-EXIT.
           MOVE "Issued:" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE 'I' TO WS-LIST-STATUS.
           PERFORM 4100-LIST-SERIALS THRU 4100-EXIT.
           MOVE "Written off as lost:" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 4300-PRINT-LOST THRU 4300-EXIT
               VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
           IF WS-LOST-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *------------------------------------
      * LIST THE SERIALS OF ONE STATUS EIGHT TO A LINE
      *------------------------------------
       4100-LIST-SERIALS.
           MOVE SPACES TO WS-SERIAL-LINE.
           MOVE ZERO TO WS-SLOT-SUB.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM 4200-ADD-SERIAL THRU 4200-EXIT
               VARYING WS-STOCK-SUB FROM 1 BY 1
               UNTIL WS-STOCK-SUB > WS-STOCK-COUNT.
           IF WS-SLOT-SUB > 0
               MOVE WS-SERIAL-LINE TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           IF WS-LIST-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4200-ADD-SERIAL.
           IF WS-STOCK-STATUS(WS-STOCK-SUB) NOT = WS-LIST-STATUS
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-SLOT-SUB.
           ADD 1 TO WS-LIST-COUNT.
           MOVE WS-STOCK-SERIAL(WS-STOCK-SUB)
               TO WS-SERIAL-SLOT(WS-SLOT-SUB).
           IF WS-SLOT-SUB = 8
               MOVE WS-SERIAL-LINE TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               MOVE SPACES TO WS-SERIAL-LINE
               MOVE ZERO TO WS-SLOT-SUB
           END-IF.
       4200-EXIT.
           EXIT.

       4300-PRINT-LOST.
           IF NOT STOCK-LOST(WS-STOCK-SUB)
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-STOCK-SERIAL(WS-STOCK-SUB) " "
               WS-STOCK-LOST-DATE(WS-STOCK-SUB) " "
               WS-STOCK-HOLDER-NAME(WS-STOCK-SUB) " "
               WS-STOCK-HOLDER-LASTNAME(WS-STOCK-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       4300-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-AVAILABLE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Badges available:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-ISSUED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Badges issued:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  out since before today: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-LOST-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Badges written off:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       5000-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
