      *                 A change with an unchanged name pair now
      *                 rewrites the record so profile-only changes
      *                 take effect.
      *   26-10-15  PB  Check each transaction's operator against
      *                 the OPERIDX operator authority file - an
      *                 unknown or inactive operator is rejected
      *                 with reason OP, and a roster delete from
      *                 anyone below supervisor with reason AU. Each
      *                 refusal is also written to the OPRREFU
      *                 refusal log.
      *   26-10-15  PB  Move the audit record onto the shared
      *                 MASTAUDT copybook HOSYNC writes the same
      *                 trail with.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDT-FILE ASSIGN TO "MASTAUDT"
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
       FD  AUDT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-RECORD.
           COPY MASTAUDT.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPR-RECORD.
           COPY OPERATOR.

       FD  REFU-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFU-RECORD.
           COPY REFUSAL.

       WORKING-STORAGE SECTION.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-MNTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AUDTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OPER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  OPERATORS-OPEN           VALUE 'Y'.
           88  OPERATORS-NOT-OPEN       VALUE 'N'.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       77  WS-MNT-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  MNT-EOF                  VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
               SET MNT-EOF TO TRUE
           END-IF.
           PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
           PERFORM 1300-OPEN-OPERATORS THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

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
           READ MNT-FILE
               AT END SET MNT-EOF TO TRUE
      *------------------------------------
       2100-APPLY-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2150-CHECK-OPERATOR THRU 2150-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               PERFORM 4500-WRITE-REFUSAL THRU 4500-EXIT
               GO TO 2100-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN MNT-ADD
                   PERFORM 2400-APPLY-ADD THRU 2400-EXIT
                       FUNCTION TRIM(MNT-LASTNAME)
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * THE OPERATOR ON THE TRANSACTION MUST BE ACTIVE ON OPERIDX,
      * AND A DELETE NEEDS A SUPERVISOR OR ABOVE. LEAVES
      * WS-REJECT-REASON SET, AND WS-REFUSAL-REASON FOR THE REFUSAL
      * LOG, WHEN THE OPERATOR MAY NOT APPLY IT.
      *------------------------------------
       2150-CHECK-OPERATOR.
           MOVE SPACES TO WS-REFUSAL-REASON.
           IF OPERATORS-NOT-OPEN
               MOVE 'UK' TO WS-REFUSAL-REASON
           ELSE
               MOVE MNT-OPERATOR TO OPR-ID
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
               DISPLAY "Rejected - operator '" MNT-OPERATOR
                   "' is not an active operator: "
                   FUNCTION TRIM(MNT-NAME) " "
                   FUNCTION TRIM(MNT-LASTNAME)
               GO TO 2150-EXIT
           END-IF.
           IF MNT-DELETE
               AND NOT OPR-SUPERVISOR-OR-ABOVE
               MOVE 'LV' TO WS-REFUSAL-REASON
               MOVE 'AU' TO WS-REJECT-REASON
               DISPLAY "Rejected - roster deletes need a supervisor, "
                   "not operator " MNT-OPERATOR ": "
                   FUNCTION TRIM(MNT-NAME) " "
                   FUNCTION TRIM(MNT-LASTNAME)
           END-IF.
       2150-EXIT.
           EXIT.

      *------------------------------------
      * READ THE MASTER BY KEY FOR THE LOOKUP NAME PAIR
      *------------------------------------
       4400-EXIT.
           EXIT.

      *------------------------------------
      * LOG A REFUSED OPERATOR TO THE OPERATOR REFUSAL FILE
      *------------------------------------
       4500-WRITE-REFUSAL.
           MOVE SPACES TO REFU-RECORD.
           ACCEPT REFU-DATE FROM DATE YYYYMMDD.
           ACCEPT REFU-TIME FROM TIME.
           MOVE MNT-OPERATOR TO REFU-OPERATOR.
           MOVE "MASTMNT" TO REFU-PROGRAM.
           MOVE WS-REFUSAL-REASON TO REFU-REASON.
           EVALUATE TRUE
               WHEN MNT-ADD
                   MOVE "ROSTER ADD" TO REFU-ACTION
               WHEN MNT-CHANGE
                   MOVE "ROSTER CHANGE" TO REFU-ACTION
               WHEN MNT-DELETE
                   MOVE "ROSTER DELETE" TO REFU-ACTION
               WHEN OTHER
                   MOVE "ROSTER MAINTENANCE" TO REFU-ACTION
           END-EVALUATE.
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
           IF MASTER-OPEN
               CLOSE MAST-FILE
           END-IF.
           IF OPERATORS-OPEN
               CLOSE OPER-FILE
           END-IF.
           CLOSE AUDT-FILE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Roster changes applied: " WS-COUNT-EDIT.
