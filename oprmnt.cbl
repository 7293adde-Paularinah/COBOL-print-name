       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMNT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original operator master maintenance - apply
      *                 add and change transactions to the indexed
      *                 OPERIDX operator authority file with keyed
      *                 READ/WRITE/REWRITE, the way MASTMNT keeps
      *                 the roster. Only an active security-level
      *                 operator may request a change; the one
      *                 exception is the run that first creates
      *                 OPERIDX, so the first security operators
      *                 can be set up. Operators are made inactive
      *                 rather than deleted so the IDs on old log
      *                 records still resolve. Every change and
      *                 reject goes to the OPRAUDT audit trail, and
      *                 refused requesters to the OPRREFU refusal
      *                 log.
      *   26-10-15  PB  Create OPERIDX only when OPRTRAN is there and
      *                 holds an add for an active security operator,
      *                 so a first run with no transactions cannot
      *                 leave an empty file that refuses everyone; warn
      *                 at the end of the first run if no security
      *                 operator was actually added.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT OTRN-FILE ASSIGN TO "OPRTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OTRNFILE-STATUS.
           SELECT AUDT-FILE ASSIGN TO "OPRAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTFILE-STATUS.
           SELECT REFU-FILE ASSIGN TO "OPRREFU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPR-RECORD.
           COPY OPERATOR.

       FD  OTRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  OTRN-RECORD.
           05  OTRN-ACTION          PIC X(01).
               88  OTRN-ADD             VALUE 'A'.
               88  OTRN-CHANGE          VALUE 'C'.
           05  OTRN-ID              PIC X(08).
           05  OTRN-NAME            PIC X(25).
           05  OTRN-LASTNAME        PIC X(25).
           05  OTRN-STATUS          PIC X(01).
           05  OTRN-LEVEL           PIC X(01).
           05  OTRN-REQUESTER       PIC X(08).

       FD  AUDT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-RECORD.
           05  AUDT-DATE            PIC X(08).
           05  AUDT-TIME            PIC X(08).
           05  AUDT-REQUESTER       PIC X(08).
           05  AUDT-ACTION          PIC X(01).
           05  AUDT-RESULT          PIC X(01).
               88  AUDT-APPLIED         VALUE 'A'.
               88  AUDT-REJECTED        VALUE 'R'.
           05  AUDT-REASON          PIC X(02).
           05  AUDT-OPR-ID          PIC X(08).
           05  AUDT-BEFORE-NAME     PIC X(25).
           05  AUDT-BEFORE-LASTNAME PIC X(25).
           05  AUDT-BEFORE-STATUS   PIC X(01).
           05  AUDT-BEFORE-LEVEL    PIC X(01).
           05  AUDT-AFTER-NAME      PIC X(25).
           05  AUDT-AFTER-LASTNAME  PIC X(25).
           05  AUDT-AFTER-STATUS    PIC X(01).
           05  AUDT-AFTER-LEVEL     PIC X(01).

       FD  REFU-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFU-RECORD.
           COPY REFUSAL.

       WORKING-STORAGE SECTION.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OTRNFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OTRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  OTRN-EOF                 VALUE 'Y'.
       77  WS-OPER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  OPERATORS-OPEN           VALUE 'Y'.
           88  OPERATORS-NOT-OPEN       VALUE 'N'.
       77  WS-BOOTSTRAP-SWITCH      PIC X(01) VALUE 'N'.
           88  BOOTSTRAP-RUN            VALUE 'Y'.
       77  WS-ENTRY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
           88  ENTRY-NOT-FOUND          VALUE 'N'.
       77  WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-SECURITY-TRAN-COUNT   PIC 9(05) COMP VALUE ZERO.
       77  WS-SECURITY-ADDED-COUNT  PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-REJECT-REASON         PIC X(02) VALUE SPACES.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       01  WS-BEFORE-NAME           PIC X(25) VALUE SPACES.
       01  WS-BEFORE-LASTNAME       PIC X(25) VALUE SPACES.
       01  WS-BEFORE-STATUS         PIC X(01) VALUE SPACES.
       01  WS-BEFORE-LEVEL          PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-OPEN-OPERATORS THRU 1100-EXIT.
           IF OPERATORS-NOT-OPEN
               DISPLAY "No operator changes applied - OPERIDX is "
                   "left untouched."
               SET OTRN-EOF TO TRUE
           ELSE
               PERFORM 2000-READ-TRAN THRU 2000-EXIT
               PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
                   UNTIL OTRN-EOF
               IF BOOTSTRAP-RUN AND WS-SECURITY-ADDED-COUNT = 0
                   DISPLAY "*** WARNING - OPERIDX WAS CREATED WITH NO "
                       "ACTIVE SECURITY OPERATOR ***"
                   DISPLAY "*** Every later change will be refused - "
                       "delete OPERIDX and rerun with a valid add ***"
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *------------------------------------
      * OPEN THE OPERATOR TRANSACTIONS AND THE AUDIT TRAIL
      *------------------------------------
       1000-INITIALIZE.
           OPEN INPUT OTRN-FILE.
           IF WS-OTRNFILE-STATUS NOT = '00'
               DISPLAY "No operator maintenance transactions found."
               SET OTRN-EOF TO TRUE
           END-IF.
           PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE OPERATOR MASTER FOR UPDATE. THE RUN THAT CREATES IT
      * HAS NO SECURITY OPERATOR TO ASK, SO IT TAKES ALL REQUESTS -
      * AND IT IS ONLY CREATED WHEN OPRTRAN HAS A SECURITY OPERATOR
      * TO ADD, OR NOBODY COULD EVER CHANGE IT AFTERWARDS.
      *------------------------------------
       1100-OPEN-OPERATORS.
           OPEN I-O OPER-FILE.
           IF WS-OPERFILE-STATUS = '35'
               IF WS-OTRNFILE-STATUS NOT = '00'
                   DISPLAY "OPERIDX not created - there is no OPRTRAN "
                       "to set up the first security operator."
                   GO TO 1100-EXIT
               END-IF
               PERFORM 1150-COUNT-SECURITY-ADDS THRU 1150-EXIT
               IF WS-SECURITY-TRAN-COUNT = 0
                   DISPLAY "OPERIDX not created - OPRTRAN has no add "
                       "for an active security operator."
                   GO TO 1100-EXIT
               END-IF
               OPEN OUTPUT OPER-FILE
               CLOSE OPER-FILE
               OPEN I-O OPER-FILE
               SET BOOTSTRAP-RUN TO TRUE
               DISPLAY "OPERIDX created - requesters are not checked "
                   "on this first run."
           END-IF.
           IF WS-OPERFILE-STATUS = '00'
               SET OPERATORS-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the OPERIDX operator file - "
                   "status " WS-OPERFILE-STATUS "."
           END-IF.
       1100-EXIT.
           EXIT.

      *------------------------------------
      * COUNT THE ADDS OF ACTIVE (A) SECURITY-LEVEL (3) OPERATORS,
      * THEN REWIND OPRTRAN FOR THE UPDATE PASS
      *------------------------------------
       1150-COUNT-SECURITY-ADDS.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
           PERFORM 1160-CHECK-SECURITY-ADD THRU 1160-EXIT
               UNTIL OTRN-EOF.
           CLOSE OTRN-FILE.
           MOVE 'N' TO WS-OTRN-EOF-SWITCH.
           OPEN INPUT OTRN-FILE.
       1150-EXIT.
           EXIT.

       1160-CHECK-SECURITY-ADD.
           IF OTRN-ADD AND OTRN-STATUS = 'A' AND OTRN-LEVEL = '3'
               ADD 1 TO WS-SECURITY-TRAN-COUNT
           END-IF.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
       1160-EXIT.
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

       2000-READ-TRAN.
           READ OTRN-FILE
               AT END SET OTRN-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * CHECK THE REQUESTER, THEN ROUTE ONE TRANSACTION BY ITS
      * ACTION CODE
      *------------------------------------
       2100-APPLY-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT BOOTSTRAP-RUN
               PERFORM 2150-CHECK-REQUESTER THRU 2150-EXIT
               IF WS-REFUSAL-REASON NOT = SPACES
                   MOVE 'AU' TO WS-REJECT-REASON
                   DISPLAY "Rejected - requester " OTRN-REQUESTER
                       " may not change operators: " OTRN-ID
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
                   PERFORM 4500-WRITE-REFUSAL THRU 4500-EXIT
                   GO TO 2100-NEXT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OTRN-ADD
                   PERFORM 2400-APPLY-ADD THRU 2400-EXIT
               WHEN OTRN-CHANGE
                   PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
               WHEN OTHER
                   MOVE 'AC' TO WS-REJECT-REASON
                   DISPLAY "Rejected - bad action code '" OTRN-ACTION
                       "' for operator " OTRN-ID
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * THE REQUESTER MUST BE AN ACTIVE SECURITY-LEVEL OPERATOR.
      * LEAVES WS-REFUSAL-REASON SPACES WHEN THEY ARE.
      *------------------------------------
       2150-CHECK-REQUESTER.
           MOVE SPACES TO WS-REFUSAL-REASON.
           MOVE OTRN-REQUESTER TO OPR-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE 'UK' TO WS-REFUSAL-REASON
                   GO TO 2150-EXIT
           END-READ.
           IF NOT OPR-ACTIVE
               MOVE 'IN' TO WS-REFUSAL-REASON
               GO TO 2150-EXIT
           END-IF.
           IF NOT OPR-SECURITY
               MOVE 'LV' TO WS-REFUSAL-REASON
           END-IF.
       2150-EXIT.
           EXIT.

      *------------------------------------
      * READ THE OPERATOR MASTER BY KEY FOR THE TRANSACTION'S ID
      *------------------------------------
       2200-LOOKUP-ENTRY.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE OTRN-ID TO OPR-ID.
           READ OPER-FILE
               INVALID KEY
                   SET ENTRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *------------------------------------
      * THE ID MUST BE PRESENT, THE NAME PAIR LETTERS ONLY, AND THE
      * STATUS AND LEVEL ONE OF THE KNOWN CODES. LEAVES
      * WS-REJECT-REASON SET WHEN A FIELD IS BAD.
      *------------------------------------
       2300-VALIDATE-FIELDS.
           IF OTRN-ID = SPACES
               MOVE 'ID' TO WS-REJECT-REASON
               DISPLAY "Rejected - operator ID is required."
               GO TO 2300-EXIT
           END-IF.
           IF OTRN-NAME = SPACES
               OR OTRN-NAME IS NOT ALPHABETIC
               OR OTRN-LASTNAME = SPACES
               OR OTRN-LASTNAME IS NOT ALPHABETIC
               MOVE 'NV' TO WS-REJECT-REASON
               DISPLAY "Rejected - name must be letters only: "
                   OTRN-ID
               GO TO 2300-EXIT
           END-IF.
           MOVE OTRN-STATUS TO OPR-STATUS.
           IF NOT OPR-VALID-STATUS
               MOVE 'ST' TO WS-REJECT-REASON
               DISPLAY "Rejected - status must be A or I: " OTRN-ID
               GO TO 2300-EXIT
           END-IF.
           MOVE OTRN-LEVEL TO OPR-LEVEL.
           IF NOT OPR-VALID-LEVEL
               MOVE 'LV' TO WS-REJECT-REASON
               DISPLAY "Rejected - level must be 1, 2, or 3: "
                   OTRN-ID
           END-IF.
       2300-EXIT.
           EXIT.

       2380-MOVE-FIELDS.
           MOVE OTRN-ID TO OPR-ID.
           MOVE OTRN-NAME TO OPR-NAME.
           MOVE OTRN-LASTNAME TO OPR-LASTNAME.
           MOVE OTRN-STATUS TO OPR-STATUS.
           MOVE OTRN-LEVEL TO OPR-LEVEL.
       2380-EXIT.
           EXIT.

      *------------------------------------
      * ADD A NEW OPERATOR, REJECTING DUPLICATE IDS AND BAD FIELDS
      *------------------------------------
       2400-APPLY-ADD.
           PERFORM 2300-VALIDATE-FIELDS THRU 2300-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2200-LOOKUP-ENTRY THRU 2200-EXIT.
           IF ENTRY-FOUND
               MOVE 'DP' TO WS-REJECT-REASON
               DISPLAY "Rejected - operator ID already on file: "
                   OTRN-ID
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO OPR-RECORD.
           PERFORM 2380-MOVE-FIELDS THRU 2380-EXIT.
           WRITE OPR-RECORD
               INVALID KEY
                   MOVE 'DP' TO WS-REJECT-REASON
                   DISPLAY "Rejected - operator ID already on file: "
                       OTRN-ID
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   IF OPR-ACTIVE AND OPR-SECURITY
                       ADD 1 TO WS-SECURITY-ADDED-COUNT
                   END-IF
                   PERFORM 4000-AUDIT-START THRU 4000-EXIT
                   SET AUDT-APPLIED TO TRUE
                   PERFORM 4300-AUDIT-AFTER THRU 4300-EXIT
                   PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT
           END-WRITE.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * CHANGE AN OPERATOR'S NAME, STATUS, OR LEVEL - A CHANGE TO
      * STATUS I IS HOW AN OPERATOR IS RETIRED
      *------------------------------------
       2500-APPLY-CHANGE.
           PERFORM 2200-LOOKUP-ENTRY THRU 2200-EXIT.
           IF ENTRY-NOT-FOUND
               MOVE 'NF' TO WS-REJECT-REASON
               DISPLAY "Rejected - operator ID not on file: "
                   OTRN-ID
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE OPR-NAME TO WS-BEFORE-NAME.
           MOVE OPR-LASTNAME TO WS-BEFORE-LASTNAME.
           MOVE OPR-STATUS TO WS-BEFORE-STATUS.
           MOVE OPR-LEVEL TO WS-BEFORE-LEVEL.
           PERFORM 2300-VALIDATE-FIELDS THRU 2300-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2380-MOVE-FIELDS THRU 2380-EXIT.
           REWRITE OPR-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE WS-BEFORE-NAME TO AUDT-BEFORE-NAME.
           MOVE WS-BEFORE-LASTNAME TO AUDT-BEFORE-LASTNAME.
           MOVE WS-BEFORE-STATUS TO AUDT-BEFORE-STATUS.
           MOVE WS-BEFORE-LEVEL TO AUDT-BEFORE-LEVEL.
           PERFORM 4300-AUDIT-AFTER THRU 4300-EXIT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       2500-EXIT.
           EXIT.

      *------------------------------------
      * STAMP A FRESH AUDIT RECORD FOR THE CURRENT TRANSACTION
      *------------------------------------
       4000-AUDIT-START.
           MOVE SPACES TO AUDT-RECORD.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDT-TIME FROM TIME.
           MOVE OTRN-REQUESTER TO AUDT-REQUESTER.
           MOVE OTRN-ACTION TO AUDT-ACTION.
           MOVE WS-REJECT-REASON TO AUDT-REASON.
           MOVE OTRN-ID TO AUDT-OPR-ID.
       4000-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT A REJECTED TRANSACTION WITH ITS REASON CODE
      *------------------------------------
       4100-AUDIT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-REJECTED TO TRUE.
           PERFORM 4300-AUDIT-AFTER THRU 4300-EXIT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-AUDIT.
           WRITE AUDT-RECORD.
       4200-EXIT.
           EXIT.

      *------------------------------------
      * THE OPERATOR AS THE TRANSACTION WANTS IT TO LOOK
      *------------------------------------
       4300-AUDIT-AFTER.
           MOVE OTRN-NAME TO AUDT-AFTER-NAME.
           MOVE OTRN-LASTNAME TO AUDT-AFTER-LASTNAME.
           MOVE OTRN-STATUS TO AUDT-AFTER-STATUS.
           MOVE OTRN-LEVEL TO AUDT-AFTER-LEVEL.
       4300-EXIT.
           EXIT.

      *------------------------------------
      * LOG A REFUSED REQUESTER TO THE OPERATOR REFUSAL FILE
      *------------------------------------
       4500-WRITE-REFUSAL.
           MOVE SPACES TO REFU-RECORD.
           ACCEPT REFU-DATE FROM DATE YYYYMMDD.
           ACCEPT REFU-TIME FROM TIME.
           MOVE OTRN-REQUESTER TO REFU-OPERATOR.
           MOVE "OPRMNT" TO REFU-PROGRAM.
           MOVE WS-REFUSAL-REASON TO REFU-REASON.
           MOVE "OPERATOR CHANGE" TO REFU-ACTION.
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
           IF WS-OTRNFILE-STATUS = '00' OR WS-OTRNFILE-STATUS = '10'
               CLOSE OTRN-FILE
           END-IF.
           IF OPERATORS-OPEN
               CLOSE OPER-FILE
           END-IF.
           CLOSE AUDT-FILE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Operator changes applied: " WS-COUNT-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Transactions rejected:    " WS-COUNT-EDIT.
       9999-EXIT.
           EXIT.
