       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSTKMNT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original badge stock maintenance - apply add,
      *                 write-off, and return transactions to the
      *                 indexed BADGSTK badge stock NAME issues
      *                 serials from, with keyed READ/WRITE/REWRITE
      *                 the way MASTMNT keeps the roster. New serials
      *                 go into stock available; a badge never handed
      *                 back is written off as lost; a badge that
      *                 turns up later, or a lost one found, is
      *                 returned to stock. The operator on each
      *                 transaction must be active on OPERIDX, and
      *                 adding stock or writing a badge off needs a
      *                 supervisor or above. Every change and reject
      *                 goes to the BSTKAUDT audit trail, and refused
      *                 operators to the OPRREFU refusal log.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BSTK-FILE ASSIGN TO "BADGSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BSTK-SERIAL
               FILE STATUS IS WS-BSTKFILE-STATUS.
           SELECT BTRN-FILE ASSIGN TO "BSTKTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTRNFILE-STATUS.
           SELECT AUDT-FILE ASSIGN TO "BSTKAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTFILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT REFU-FILE ASSIGN TO "OPRREFU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BSTK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BSTK-RECORD.
           COPY BADGSTK.

       FD  BTRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BTRN-RECORD.
           05  BTRN-ACTION          PIC X(01).
               88  BTRN-ADD             VALUE 'A'.
               88  BTRN-LOST            VALUE 'L'.
               88  BTRN-RETURN          VALUE 'R'.
           05  BTRN-SERIAL          PIC X(08).
           05  BTRN-OPERATOR        PIC X(08).

       FD  AUDT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-RECORD.
           05  AUDT-DATE            PIC X(08).
           05  AUDT-TIME            PIC X(08).
           05  AUDT-OPERATOR        PIC X(08).
           05  AUDT-ACTION          PIC X(01).
           05  AUDT-RESULT          PIC X(01).
               88  AUDT-APPLIED         VALUE 'A'.
               88  AUDT-REJECTED        VALUE 'R'.
           05  AUDT-REASON          PIC X(02).
           05  AUDT-SERIAL          PIC X(08).
           05  AUDT-BEFORE-STATUS   PIC X(01).
           05  AUDT-AFTER-STATUS    PIC X(01).
           05  AUDT-HOLDER-NAME     PIC X(25).
           05  AUDT-HOLDER-LASTNAME PIC X(25).

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPR-RECORD.
           COPY OPERATOR.

       FD  REFU-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFU-RECORD.
           COPY REFUSAL.

       WORKING-STORAGE SECTION.
       77  WS-BSTKFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-BTRNFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-BTRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  BTRN-EOF                 VALUE 'Y'.
       77  WS-BSTK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  STOCK-OPEN               VALUE 'Y'.
           88  STOCK-NOT-OPEN           VALUE 'N'.
       77  WS-OPER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  OPERATORS-OPEN           VALUE 'Y'.
           88  OPERATORS-NOT-OPEN       VALUE 'N'.
       77  WS-ENTRY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
           88  ENTRY-NOT-FOUND          VALUE 'N'.
       77  WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-REJECT-REASON         PIC X(02) VALUE SPACES.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       01  WS-BEFORE-STATUS         PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-OPEN-STOCK THRU 1100-EXIT.
           IF STOCK-NOT-OPEN
               DISPLAY "No badge stock changes applied - BADGSTK is "
                   "left untouched."
               SET BTRN-EOF TO TRUE
           ELSE
               PERFORM 2000-READ-TRAN THRU 2000-EXIT
               PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
                   UNTIL BTRN-EOF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *------------------------------------
      * OPEN THE STOCK TRANSACTIONS, THE AUDIT TRAIL, AND THE
      * OPERATOR FILE
      *------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BTRN-FILE.
           IF WS-BTRNFILE-STATUS NOT = '00'
               DISPLAY "No badge stock transactions found."
               SET BTRN-EOF TO TRUE
           END-IF.
           PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
           PERFORM 1300-OPEN-OPERATORS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED BADGE STOCK FOR UPDATE, CREATING IT THE
      * FIRST TIME
      *------------------------------------
       1100-OPEN-STOCK.
           OPEN I-O BSTK-FILE.
           IF WS-BSTKFILE-STATUS = '35'
               OPEN OUTPUT BSTK-FILE
               CLOSE BSTK-FILE
               OPEN I-O BSTK-FILE
           END-IF.
           IF WS-BSTKFILE-STATUS = '00'
               SET STOCK-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the BADGSTK badge stock - "
                   "status " WS-BSTKFILE-STATUS "."
           END-IF.
       1100-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE AUDIT TRAIL FOR APPEND, CREATING IT THE FIRST TIME
      *------------------------------------
       1200-OPEN-AUDIT.
           OPEN EXTEND AUDT-FILE.
           IF WS-AUDTFILE-STATUS = '35'
               OPEN OUTPUT AUDT-FILE
               CLOSE AUDT-FILE
               OPEN EXTEND AUDT-FILE
           END-IF.
       1200-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED OPERATOR FILE FOR KEYED LOOKUPS - WITHOUT
      * IT EVERY TRANSACTION IS REFUSED
      *------------------------------------
       1300-OPEN-OPERATORS.
           OPEN INPUT OPER-FILE.
           IF WS-OPERFILE-STATUS = '00'
               SET OPERATORS-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the OPERIDX operator file - "
                   "status " WS-OPERFILE-STATUS " - all transactions "
                   "will be refused."
           END-IF.
       1300-EXIT.
           EXIT.

       2000-READ-TRAN.
           READ BTRN-FILE
               AT END SET BTRN-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * CHECK THE OPERATOR, THEN ROUTE ONE TRANSACTION BY ITS
      * ACTION CODE
      *------------------------------------
       2100-APPLY-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-STATUS.
           MOVE SPACES TO BSTK-RECORD.
           PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               PERFORM 4500-WRITE-REFUSAL THRU 4500-EXIT
               GO TO 2100-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN BTRN-ADD
                   PERFORM 2400-APPLY-ADD THRU 2400-EXIT
               WHEN BTRN-LOST
                   PERFORM 2500-APPLY-LOST THRU 2500-EXIT
               WHEN BTRN-RETURN
                   PERFORM 2600-APPLY-RETURN THRU 2600-EXIT
               WHEN OTHER
                   MOVE 'AC' TO WS-REJECT-REASON
                   DISPLAY "Rejected - bad action code '" BTRN-ACTION
                       "' for badge " BTRN-SERIAL
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * THE OPERATOR ON THE TRANSACTION MUST BE ACTIVE ON OPERIDX,
      * AND ADDING STOCK OR WRITING A BADGE OFF NEEDS A SUPERVISOR
      * OR ABOVE. LEAVES WS-REJECT-REASON SET, AND WS-REFUSAL-REASON
      * FOR THE REFUSAL LOG, WHEN THE OPERATOR MAY NOT APPLY IT.
      *------------------------------------
       2150-CHECK-OPERATOR.
           MOVE SPACES TO WS-REFUSAL-REASON.
           IF OPERATORS-NOT-OPEN
               MOVE 'UK' TO WS-REFUSAL-REASON
           ELSE
               MOVE BTRN-OPERATOR TO OPR-ID
               READ OPER-FILE
                   INVALID KEY
                       MOVE 'UK' TO WS-REFUSAL-REASON
               END-READ
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               AND NOT OPR-ACTIVE
               MOVE 'IN' TO WS-REFUSAL-REASON
           END-IF.
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE 'OP' TO WS-REJECT-REASON
               DISPLAY "Rejected - operator '" BTRN-OPERATOR
                   "' is not an active operator: badge "
                   BTRN-SERIAL
               GO TO 2150-EXIT
           END-IF.
           IF (BTRN-ADD OR BTRN-LOST)
               AND NOT OPR-SUPERVISOR-OR-ABOVE
               MOVE 'LV' TO WS-REFUSAL-REASON
               MOVE 'AU' TO WS-REJECT-REASON
               DISPLAY "Rejected - adding or writing off stock needs "
                   "a supervisor, not operator " BTRN-OPERATOR
                   ": badge " BTRN-SERIAL
           END-IF.
       2150-EXIT.
           EXIT.

      *------------------------------------
      * READ THE BADGE STOCK BY KEY FOR THE TRANSACTION'S SERIAL
      *------------------------------------
       2200-LOOKUP-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE BTRN-SERIAL TO BSTK-SERIAL.
           READ BSTK-FILE
               INVALID KEY
                   SET ENTRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
                   MOVE BSTK-STATUS TO WS-BEFORE-STATUS
           END-READ.
       2200-EXIT.
           EXIT.

      *------------------------------------
      * ADD A NEW SERIAL TO STOCK AS AVAILABLE, REJECTING A BLANK
      * OR DUPLICATE SERIAL
      *------------------------------------
       2400-APPLY-ADD.
           IF BTRN-SERIAL = SPACES
               MOVE 'ID' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge serial is required."
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2200-LOOKUP-ENTRY THRU 2200-EXIT.
           IF ENTRY-FOUND
               MOVE 'DP' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge serial already in stock: "
                   BTRN-SERIAL
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO BSTK-RECORD.
           MOVE BTRN-SERIAL TO BSTK-SERIAL.
           SET BSTK-AVAILABLE TO TRUE.
           WRITE BSTK-RECORD
               INVALID KEY
                   MOVE 'DP' TO WS-REJECT-REASON
                   DISPLAY "Rejected - badge serial already in stock: "
                       BTRN-SERIAL
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               NOT INVALID KEY
                   PERFORM 4200-AUDIT-APPLIED THRU 4200-EXIT
           END-WRITE.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * WRITE A BADGE OFF AS LOST - THE LAST HOLDER STAYS ON THE
      * RECORD SO THE STOCK REPORT SHOWS WHO HAD IT
      *------------------------------------
       2500-APPLY-LOST.
           PERFORM 2200-LOOKUP-ENTRY THRU 2200-EXIT.
           IF ENTRY-NOT-FOUND
               MOVE 'NF' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge serial not in stock: "
                   BTRN-SERIAL
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF BSTK-LOST
               MOVE 'LS' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge already written off: "
                   BTRN-SERIAL
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           SET BSTK-LOST TO TRUE.
           ACCEPT BSTK-LOST-DATE FROM DATE YYYYMMDD.
           REWRITE BSTK-RECORD.
           PERFORM 4200-AUDIT-APPLIED THRU 4200-EXIT.
       2500-EXIT.
           EXIT.

      *------------------------------------
      * PUT A BADGE BACK INTO STOCK - ONE HANDED IN AFTER ITS
      * HOLDER LEFT, OR A WRITTEN-OFF BADGE THAT HAS TURNED UP
      *------------------------------------
       2600-APPLY-RETURN.
           PERFORM 2200-LOOKUP-ENTRY THRU 2200-EXIT.
           IF ENTRY-NOT-FOUND
               MOVE 'NF' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge serial not in stock: "
                   BTRN-SERIAL
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF BSTK-AVAILABLE
               MOVE 'AV' TO WS-REJECT-REASON
               DISPLAY "Rejected - badge already available: "
                   BTRN-SERIAL
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2600-EXIT
           END-IF.
           SET BSTK-AVAILABLE TO TRUE.
           ACCEPT BSTK-RETURN-DATE FROM DATE YYYYMMDD.
           MOVE BTRN-OPERATOR TO BSTK-RETURN-OPERATOR.
           MOVE SPACES TO BSTK-LOST-DATE.
           REWRITE BSTK-RECORD.
           PERFORM 4200-AUDIT-APPLIED THRU 4200-EXIT.
       2600-EXIT.
           EXIT.

      *------------------------------------
      * STAMP A FRESH AUDIT RECORD FOR THE CURRENT TRANSACTION
      *------------------------------------
       4000-AUDIT-START.
           MOVE SPACES TO AUDT-RECORD.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDT-TIME FROM TIME.
           MOVE BTRN-OPERATOR TO AUDT-OPERATOR.
           MOVE BTRN-ACTION TO AUDT-ACTION.
           MOVE WS-REJECT-REASON TO AUDT-REASON.
           MOVE BTRN-SERIAL TO AUDT-SERIAL.
           MOVE WS-BEFORE-STATUS TO AUDT-BEFORE-STATUS.
       4000-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT A REJECTED TRANSACTION WITH ITS REASON CODE
      *------------------------------------
       4100-AUDIT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-REJECTED TO TRUE.
           MOVE WS-BEFORE-STATUS TO AUDT-AFTER-STATUS.
           WRITE AUDT-RECORD.
       4100-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT AN APPLIED TRANSACTION WITH THE BADGE AS IT NOW STANDS
      *------------------------------------
       4200-AUDIT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE BSTK-STATUS TO AUDT-AFTER-STATUS.
           MOVE BSTK-HOLDER-NAME TO AUDT-HOLDER-NAME.
           MOVE BSTK-HOLDER-LASTNAME TO AUDT-HOLDER-LASTNAME.
           WRITE AUDT-RECORD.
       4200-EXIT.
           EXIT.

      *------------------------------------
      * LOG A REFUSED OPERATOR TO THE OPERATOR REFUSAL FILE
      *------------------------------------
       4500-WRITE-REFUSAL.
           MOVE SPACES TO REFU-RECORD.
           ACCEPT REFU-DATE FROM DATE YYYYMMDD.
           ACCEPT REFU-TIME FROM TIME.
           MOVE BTRN-OPERATOR TO REFU-OPERATOR.
           MOVE "BSTKMNT" TO REFU-PROGRAM.
           MOVE WS-REFUSAL-REASON TO REFU-REASON.
           MOVE "BADGE STOCK CHANGE" TO REFU-ACTION.
           PERFORM 4600-OPEN-REFUSAL THRU 4600-EXIT.
           WRITE REFU-RECORD.
           CLOSE REFU-FILE.
       4500-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE REFUSAL LOG FOR APPEND, CREATING IT THE FIRST TIME
      *------------------------------------
       4600-OPEN-REFUSAL.
           OPEN EXTEND REFU-FILE.
           IF WS-REFUFILE-STATUS = '35'
               OPEN OUTPUT REFU-FILE
               CLOSE REFU-FILE
               OPEN EXTEND REFU-FILE
           END-IF.
       4600-EXIT.
           EXIT.

      *------------------------------------
      * HOUSEKEEPING BEFORE THE PROGRAM ENDS
      *------------------------------------
       9999-TERMINATE.
           IF WS-BTRNFILE-STATUS = '00' OR WS-BTRNFILE-STATUS = '10'
               CLOSE BTRN-FILE
           END-IF.
           IF STOCK-OPEN
               CLOSE BSTK-FILE
           END-IF.
           IF OPERATORS-OPEN
               CLOSE OPER-FILE
           END-IF.
           CLOSE AUDT-FILE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Badge stock changes applied: " WS-COUNT-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Transactions rejected:       " WS-COUNT-EDIT.
       9999-EXIT.
           EXIT.
