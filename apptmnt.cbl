       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTMNT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original appointment booking maintenance -
      *                 apply add, change, and cancel transactions
      *                 to APPTFILE instead of hand-editing it. A
      *                 booking's host must be on the MASTIDX roster
      *                 and not past their access expiry on the day
      *                 of the appointment, the visitor name must be
      *                 letters only, and past-dated or duplicate
      *                 bookings are rejected. Appointments already
      *                 past are dropped on every run so the file
      *                 stays within the 500 bookings NAME loads.
      *                 Every change, reject, and drop is written to
      *                 the APPTAUDT audit trail.
      *   26-10-15  PB  Only a missing APPTFILE counts as no bookings -
      *                 any other open failure leaves the file
      *                 untouched rather than writing it back with
      *                 only this run's adds.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT APPT-FILE ASSIGN TO "APPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPTFILE-STATUS.
           SELECT ATRN-FILE ASSIGN TO "APPTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATRNFILE-STATUS.
           SELECT AUDT-FILE ASSIGN TO "APPTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  APPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPT-RECORD.
           COPY APPOINT.

       FD  ATRN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ATRN-RECORD.
           05  ATRN-ACTION          PIC X(01).
               88  ATRN-ADD             VALUE 'A'.
               88  ATRN-CHANGE          VALUE 'C'.
               88  ATRN-CANCEL          VALUE 'X'.
           05  ATRN-VISITOR-NAME    PIC X(25).
           05  ATRN-VISITOR-LASTNAME
                                    PIC X(25).
           05  ATRN-DATE            PIC X(08).
           05  ATRN-HOST-NAME       PIC X(25).
           05  ATRN-HOST-LASTNAME   PIC X(25).
           05  ATRN-NEW-DATE        PIC X(08).
           05  ATRN-OPERATOR        PIC X(08).

       FD  AUDT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-RECORD.
           05  AUDT-DATE            PIC X(08).
           05  AUDT-TIME            PIC X(08).
           05  AUDT-OPERATOR        PIC X(08).
           05  AUDT-ACTION          PIC X(01).
               88  AUDT-PAST-DROPPED    VALUE 'P'.
           05  AUDT-RESULT          PIC X(01).
               88  AUDT-APPLIED         VALUE 'A'.
               88  AUDT-REJECTED        VALUE 'R'.
           05  AUDT-REASON          PIC X(02).
           05  AUDT-VISITOR-NAME    PIC X(25).
           05  AUDT-VISITOR-LASTNAME
                                    PIC X(25).
           05  AUDT-BEFORE-HOST-NAME
                                    PIC X(25).
           05  AUDT-BEFORE-HOST-LASTNAME
                                    PIC X(25).
           05  AUDT-BEFORE-DATE     PIC X(08).
           05  AUDT-AFTER-HOST-NAME PIC X(25).
           05  AUDT-AFTER-HOST-LASTNAME
                                    PIC X(25).
           05  AUDT-AFTER-DATE      PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-APPTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ATRNFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ATRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  ATRN-EOF                 VALUE 'Y'.
       77  WS-APPT-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  APPT-EOF                 VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  MASTER-OPEN              VALUE 'Y'.
           88  MASTER-NOT-OPEN          VALUE 'N'.
       77  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
           88  APPT-OVERFLOW            VALUE 'Y'.
       77  WS-APPT-LOADED-SWITCH    PIC X(01) VALUE 'Y'.
           88  APPT-LOADED              VALUE 'Y'.
           88  APPT-NOT-LOADED          VALUE 'N'.
       77  WS-NAMES-VALID-SWITCH    PIC X(01) VALUE 'N'.
           88  VALID-NAMES              VALUE 'Y'.
           88  INVALID-NAMES            VALUE 'N'.
       77  WS-DATE-VALID-SWITCH     PIC X(01) VALUE 'N'.
           88  VALID-DATE               VALUE 'Y'.
           88  INVALID-DATE             VALUE 'N'.
       77  WS-HOST-VALID-SWITCH     PIC X(01) VALUE 'N'.
           88  VALID-HOST               VALUE 'Y'.
           88  INVALID-HOST             VALUE 'N'.
       77  WS-ENTRY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
           88  ENTRY-NOT-FOUND          VALUE 'N'.
       77  WS-APPT-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-LIVE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-DROPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-REJECT-REASON         PIC X(02) VALUE SPACES.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-CHECK-DATE            PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-NAME           PIC X(25) VALUE SPACES.
       01  WS-LOOKUP-LASTNAME       PIC X(25) VALUE SPACES.
       01  WS-LOOKUP-DATE           PIC X(08) VALUE SPACES.
       01  WS-AFTER-HOST-NAME       PIC X(25) VALUE SPACES.
       01  WS-AFTER-HOST-LASTNAME   PIC X(25) VALUE SPACES.
       01  WS-AFTER-DATE            PIC X(08) VALUE SPACES.

      *------------------------------------
      * THE WHOLE BOOKING FILE IN CORE - ROOM FOR TWICE WHAT NAME
      * LOADS SO A FILE CARRYING PAST-DATED BOOKINGS CAN STILL BE
      * CLEANED UP. DROPPED AND CANCELLED ENTRIES STAY IN THE TABLE
      * AND ARE LEFT OFF WHEN APPTFILE IS WRITTEN BACK.
      *------------------------------------
       01  WS-APPT-TABLE.
           05  WS-APPT-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-APPT-IDX.
               10  WS-APPT-STATE         PIC X(01).
                   88  WS-APPT-LIVE          VALUE 'L'.
                   88  WS-APPT-PAST          VALUE 'P'.
                   88  WS-APPT-CANCELLED     VALUE 'X'.
               10  WS-APPT-HOST-NAME     PIC X(25).
               10  WS-APPT-HOST-LASTNAME PIC X(25).
               10  WS-APPT-VIS-NAME      PIC X(25).
               10  WS-APPT-VIS-LASTNAME  PIC X(25).
               10  WS-APPT-DATE          PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
           PERFORM 1300-LOAD-APPTS THRU 1300-EXIT.
           IF MASTER-NOT-OPEN OR APPT-OVERFLOW OR APPT-NOT-LOADED
               DISPLAY "No booking changes applied - APPTFILE is "
                   "left untouched."
               SET ATRN-EOF TO TRUE
           ELSE
               PERFORM 2000-READ-TRAN THRU 2000-EXIT
               PERFORM 2100-APPLY-TRAN THRU 2100-EXIT
                   UNTIL ATRN-EOF
               PERFORM 5000-REWRITE-APPTS THRU 5000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *------------------------------------
      * OPEN THE BOOKING TRANSACTIONS AND THE AUDIT TRAIL
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ATRN-FILE.
           IF WS-ATRNFILE-STATUS NOT = '00'
               DISPLAY "No appointment booking transactions found."
               SET ATRN-EOF TO TRUE
           END-IF.
           PERFORM 1200-OPEN-AUDIT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED ROSTER FOR HOST LOOKUPS - WITHOUT IT NO
      * BOOKING CAN BE CHECKED, SO NOTHING IS APPLIED
      *------------------------------------
       1100-OPEN-MASTER.
           OPEN INPUT MAST-FILE.
           IF WS-MASTFILE-STATUS = '00'
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS "."
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
      * LOAD THE CURRENT BOOKINGS, MARKING THOSE ALREADY PAST SO
      * THEY ARE DROPPED WHEN THE FILE IS WRITTEN BACK. A MISSING
      * FILE HAS NO BOOKINGS; ONE THAT WILL NOT OPEN IS NOT REWRITTEN.
      *------------------------------------
       1300-LOAD-APPTS.
           OPEN INPUT APPT-FILE.
           IF WS-APPTFILE-STATUS = '35'
               GO TO 1300-EXIT
           END-IF.
           IF WS-APPTFILE-STATUS NOT = '00'
               DISPLAY "Unable to open APPTFILE - status "
                   WS-APPTFILE-STATUS "."
               SET APPT-NOT-LOADED TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-READ-APPT THRU 1350-EXIT.
           PERFORM 1360-STORE-APPT THRU 1360-EXIT UNTIL APPT-EOF.
           CLOSE APPT-FILE.
       1300-EXIT.
           EXIT.

       1350-READ-APPT.
           READ APPT-FILE
               AT END SET APPT-EOF TO TRUE
           END-READ.
       1350-EXIT.
           EXIT.

       1360-STORE-APPT.
           IF WS-APPT-COUNT NOT < 1000
               DISPLAY "APPTFILE holds more than 1000 bookings - "
                   "too many to maintain in one run."
               SET APPT-OVERFLOW TO TRUE
               SET APPT-EOF TO TRUE
               GO TO 1360-EXIT
           END-IF.
           ADD 1 TO WS-APPT-COUNT.
           MOVE APPT-HOST-NAME TO WS-APPT-HOST-NAME(WS-APPT-COUNT).
           MOVE APPT-HOST-LASTNAME
               TO WS-APPT-HOST-LASTNAME(WS-APPT-COUNT).
           MOVE APPT-VISITOR-NAME TO WS-APPT-VIS-NAME(WS-APPT-COUNT).
           MOVE APPT-VISITOR-LASTNAME
               TO WS-APPT-VIS-LASTNAME(WS-APPT-COUNT).
           MOVE APPT-DATE TO WS-APPT-DATE(WS-APPT-COUNT).
           IF APPT-DATE < WS-TODAY
               SET WS-APPT-PAST(WS-APPT-COUNT) TO TRUE
           ELSE
               SET WS-APPT-LIVE(WS-APPT-COUNT) TO TRUE
               ADD 1 TO WS-LIVE-COUNT
           END-IF.
           PERFORM 1350-READ-APPT THRU 1350-EXIT.
       1360-EXIT.
           EXIT.

       2000-READ-TRAN.
           READ ATRN-FILE
               AT END SET ATRN-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * ROUTE ONE BOOKING TRANSACTION BY ITS ACTION CODE
      *------------------------------------
       2100-APPLY-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN ATRN-ADD
                   PERFORM 2400-APPLY-ADD THRU 2400-EXIT
               WHEN ATRN-CHANGE
                   PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
               WHEN ATRN-CANCEL
                   PERFORM 2600-APPLY-CANCEL THRU 2600-EXIT
               WHEN OTHER
                   MOVE 'AC' TO WS-REJECT-REASON
                   DISPLAY "Rejected - bad action code '" ATRN-ACTION
                       "' for " FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                       FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
           END-EVALUATE.
           PERFORM 2000-READ-TRAN THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * FIND THE LIVE BOOKING FOR THE LOOKUP VISITOR PAIR AND DATE
      *------------------------------------
       2200-FIND-APPT.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-APPT-COUNT = 0
               GO TO 2200-EXIT
           END-IF.
           SET WS-APPT-IDX TO 1.
           SEARCH WS-APPT-ENTRY
               AT END
                   SET ENTRY-NOT-FOUND TO TRUE
               WHEN WS-APPT-IDX > WS-APPT-COUNT
                   SET ENTRY-NOT-FOUND TO TRUE
               WHEN WS-APPT-LIVE(WS-APPT-IDX)
                   AND WS-APPT-VIS-NAME(WS-APPT-IDX) = WS-LOOKUP-NAME
                   AND WS-APPT-VIS-LASTNAME(WS-APPT-IDX)
                       = WS-LOOKUP-LASTNAME
                   AND WS-APPT-DATE(WS-APPT-IDX) = WS-LOOKUP-DATE
                   SET ENTRY-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-APPT-IDX
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *------------------------------------
      * REJECT A BLANK OR NON-ALPHABETIC VISITOR NAME, SAME RULES AS
      * NAME'S SIGN-IN VALIDATION
      *------------------------------------
       2300-VALIDATE-NAMES.
           SET VALID-NAMES TO TRUE.
           IF ATRN-VISITOR-NAME = SPACES
               OR ATRN-VISITOR-NAME IS NOT ALPHABETIC
               SET INVALID-NAMES TO TRUE
           END-IF.
           IF ATRN-VISITOR-LASTNAME = SPACES
               OR ATRN-VISITOR-LASTNAME IS NOT ALPHABETIC
               SET INVALID-NAMES TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *------------------------------------
      * THE APPOINTMENT DATE MUST BE A REAL YYYYMMDD DATE
      *------------------------------------
       2350-VALIDATE-DATE.
           SET VALID-DATE TO TRUE.
           IF WS-CHECK-DATE IS NOT NUMERIC
               SET INVALID-DATE TO TRUE
               GO TO 2350-EXIT
           END-IF.
           IF WS-CHECK-DATE(5:2) < '01'
               OR WS-CHECK-DATE(5:2) > '12'
               OR WS-CHECK-DATE(7:2) < '01'
               OR WS-CHECK-DATE(7:2) > '31'
               SET INVALID-DATE TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *------------------------------------
      * THE HOST MUST BE ON THE ROSTER, WITH ACCESS THAT HAS NOT
      * EXPIRED BY THE DAY OF THE APPOINTMENT
      *------------------------------------
       2380-VALIDATE-HOST.
           SET VALID-HOST TO TRUE.
           MOVE WS-AFTER-HOST-NAME TO MAST-NAME.
           MOVE WS-AFTER-HOST-LASTNAME TO MAST-LASTNAME.
           READ MAST-FILE
               INVALID KEY
                   SET INVALID-HOST TO TRUE
                   MOVE 'NH' TO WS-REJECT-REASON
                   DISPLAY "Rejected - host not on the roster: "
                       FUNCTION TRIM(WS-AFTER-HOST-NAME) " "
                       FUNCTION TRIM(WS-AFTER-HOST-LASTNAME)
                   GO TO 2380-EXIT
           END-READ.
           IF MAST-EXPIRY-DATE = SPACES
               OR MAST-EXPIRY-DATE = '00000000'
               OR MAST-EXPIRY-DATE IS NOT NUMERIC
               GO TO 2380-EXIT
           END-IF.
           IF MAST-EXPIRY-DATE < WS-AFTER-DATE
               SET INVALID-HOST TO TRUE
               MOVE 'HX' TO WS-REJECT-REASON
               DISPLAY "Rejected - host access expires "
                   MAST-EXPIRY-DATE " before the appointment: "
                   FUNCTION TRIM(WS-AFTER-HOST-NAME) " "
                   FUNCTION TRIM(WS-AFTER-HOST-LASTNAME)
           END-IF.
       2380-EXIT.
           EXIT.

      *------------------------------------
      * CHECK THE BOOKING AS IT WILL STAND - DATE, NOT PAST, HOST.
      * LEAVES WS-REJECT-REASON SET WHEN IT FAILS.
      *------------------------------------
       2390-VALIDATE-BOOKING.
           MOVE WS-AFTER-DATE TO WS-CHECK-DATE.
           PERFORM 2350-VALIDATE-DATE THRU 2350-EXIT.
           IF INVALID-DATE
               MOVE 'BD' TO WS-REJECT-REASON
               DISPLAY "Rejected - appointment date must be "
                   "YYYYMMDD: " FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               GO TO 2390-EXIT
           END-IF.
           IF WS-AFTER-DATE < WS-TODAY
               MOVE 'PD' TO WS-REJECT-REASON
               DISPLAY "Rejected - appointment date " WS-AFTER-DATE
                   " is already past: "
                   FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               GO TO 2390-EXIT
           END-IF.
           PERFORM 2380-VALIDATE-HOST THRU 2380-EXIT.
       2390-EXIT.
           EXIT.

      *------------------------------------
      * BOOK A NEW APPOINTMENT
      *------------------------------------
       2400-APPLY-ADD.
           PERFORM 2300-VALIDATE-NAMES THRU 2300-EXIT.
           IF INVALID-NAMES
               MOVE 'NV' TO WS-REJECT-REASON
               DISPLAY "Rejected - visitor name must be letters "
                   "only: " FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE ATRN-HOST-NAME TO WS-AFTER-HOST-NAME.
           MOVE ATRN-HOST-LASTNAME TO WS-AFTER-HOST-LASTNAME.
           MOVE ATRN-DATE TO WS-AFTER-DATE.
           PERFORM 2390-VALIDATE-BOOKING THRU 2390-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE ATRN-VISITOR-NAME TO WS-LOOKUP-NAME.
           MOVE ATRN-VISITOR-LASTNAME TO WS-LOOKUP-LASTNAME.
           MOVE ATRN-DATE TO WS-LOOKUP-DATE.
           PERFORM 2200-FIND-APPT THRU 2200-EXIT.
           IF ENTRY-FOUND
               MOVE 'DP' TO WS-REJECT-REASON
               DISPLAY "Rejected - already booked for " ATRN-DATE
                   ": " FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF WS-LIVE-COUNT NOT < 500 OR WS-APPT-COUNT NOT < 1000
               MOVE 'FL' TO WS-REJECT-REASON
               DISPLAY "Rejected - APPTFILE is full at 500 "
                   "bookings: " FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-APPT-COUNT.
           ADD 1 TO WS-LIVE-COUNT.
           SET WS-APPT-LIVE(WS-APPT-COUNT) TO TRUE.
           MOVE ATRN-HOST-NAME TO WS-APPT-HOST-NAME(WS-APPT-COUNT).
           MOVE ATRN-HOST-LASTNAME
               TO WS-APPT-HOST-LASTNAME(WS-APPT-COUNT).
           MOVE ATRN-VISITOR-NAME TO WS-APPT-VIS-NAME(WS-APPT-COUNT).
           MOVE ATRN-VISITOR-LASTNAME
               TO WS-APPT-VIS-LASTNAME(WS-APPT-COUNT).
           MOVE ATRN-DATE TO WS-APPT-DATE(WS-APPT-COUNT).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE ATRN-HOST-NAME TO AUDT-AFTER-HOST-NAME.
           MOVE ATRN-HOST-LASTNAME TO AUDT-AFTER-HOST-LASTNAME.
           MOVE ATRN-DATE TO AUDT-AFTER-DATE.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * MOVE A BOOKING TO A NEW HOST AND/OR DATE - A BLANK NEW HOST
      * OR NEW DATE KEEPS WHAT THE BOOKING ALREADY HAS
      *------------------------------------
       2500-APPLY-CHANGE.
           MOVE ATRN-VISITOR-NAME TO WS-LOOKUP-NAME.
           MOVE ATRN-VISITOR-LASTNAME TO WS-LOOKUP-LASTNAME.
           MOVE ATRN-DATE TO WS-LOOKUP-DATE.
           PERFORM 2200-FIND-APPT THRU 2200-EXIT.
           IF ENTRY-NOT-FOUND
               MOVE 'NF' TO WS-REJECT-REASON
               DISPLAY "Rejected - no booking for " ATRN-DATE ": "
                   FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF ATRN-HOST-NAME = SPACES
               AND ATRN-HOST-LASTNAME = SPACES
               MOVE WS-APPT-HOST-NAME(WS-FOUND-SUB)
                   TO WS-AFTER-HOST-NAME
               MOVE WS-APPT-HOST-LASTNAME(WS-FOUND-SUB)
                   TO WS-AFTER-HOST-LASTNAME
           ELSE
               MOVE ATRN-HOST-NAME TO WS-AFTER-HOST-NAME
               MOVE ATRN-HOST-LASTNAME TO WS-AFTER-HOST-LASTNAME
           END-IF.
           IF ATRN-NEW-DATE = SPACES
               MOVE ATRN-DATE TO WS-AFTER-DATE
           ELSE
               MOVE ATRN-NEW-DATE TO WS-AFTER-DATE
           END-IF.
           PERFORM 2390-VALIDATE-BOOKING THRU 2390-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-AFTER-DATE NOT = ATRN-DATE
               MOVE WS-AFTER-DATE TO WS-LOOKUP-DATE
               PERFORM 2200-FIND-APPT THRU 2200-EXIT
               IF ENTRY-FOUND
                   MOVE 'DP' TO WS-REJECT-REASON
                   DISPLAY "Rejected - already booked for "
                       WS-AFTER-DATE ": "
                       FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                       FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
                   PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
                   GO TO 2500-EXIT
               END-IF
               MOVE ATRN-DATE TO WS-LOOKUP-DATE
               PERFORM 2200-FIND-APPT THRU 2200-EXIT
           END-IF.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE WS-APPT-HOST-NAME(WS-FOUND-SUB)
               TO AUDT-BEFORE-HOST-NAME.
           MOVE WS-APPT-HOST-LASTNAME(WS-FOUND-SUB)
               TO AUDT-BEFORE-HOST-LASTNAME.
           MOVE WS-APPT-DATE(WS-FOUND-SUB) TO AUDT-BEFORE-DATE.
           MOVE WS-AFTER-HOST-NAME TO AUDT-AFTER-HOST-NAME.
           MOVE WS-AFTER-HOST-LASTNAME TO AUDT-AFTER-HOST-LASTNAME.
           MOVE WS-AFTER-DATE TO AUDT-AFTER-DATE.
           MOVE WS-AFTER-HOST-NAME TO WS-APPT-HOST-NAME(WS-FOUND-SUB).
           MOVE WS-AFTER-HOST-LASTNAME
               TO WS-APPT-HOST-LASTNAME(WS-FOUND-SUB).
           MOVE WS-AFTER-DATE TO WS-APPT-DATE(WS-FOUND-SUB).
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       2500-EXIT.
           EXIT.

      *------------------------------------
      * CANCEL A BOOKING
      *------------------------------------
       2600-APPLY-CANCEL.
           MOVE ATRN-VISITOR-NAME TO WS-LOOKUP-NAME.
           MOVE ATRN-VISITOR-LASTNAME TO WS-LOOKUP-LASTNAME.
           MOVE ATRN-DATE TO WS-LOOKUP-DATE.
           PERFORM 2200-FIND-APPT THRU 2200-EXIT.
           IF ENTRY-NOT-FOUND
               MOVE 'NF' TO WS-REJECT-REASON
               DISPLAY "Rejected - no booking for " ATRN-DATE ": "
                   FUNCTION TRIM(ATRN-VISITOR-NAME) " "
                   FUNCTION TRIM(ATRN-VISITOR-LASTNAME)
               PERFORM 4100-AUDIT-REJECT THRU 4100-EXIT
               GO TO 2600-EXIT
           END-IF.
           SET WS-APPT-CANCELLED(WS-FOUND-SUB) TO TRUE.
           SUBTRACT 1 FROM WS-LIVE-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE WS-APPT-HOST-NAME(WS-FOUND-SUB)
               TO AUDT-BEFORE-HOST-NAME.
           MOVE WS-APPT-HOST-LASTNAME(WS-FOUND-SUB)
               TO AUDT-BEFORE-HOST-LASTNAME.
           MOVE WS-APPT-DATE(WS-FOUND-SUB) TO AUDT-BEFORE-DATE.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       2600-EXIT.
           EXIT.

      *------------------------------------
      * STAMP A FRESH AUDIT RECORD FOR THE CURRENT TRANSACTION
      *------------------------------------
       4000-AUDIT-START.
           MOVE SPACES TO AUDT-RECORD.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDT-TIME FROM TIME.
           MOVE ATRN-OPERATOR TO AUDT-OPERATOR.
           MOVE ATRN-ACTION TO AUDT-ACTION.
           MOVE WS-REJECT-REASON TO AUDT-REASON.
           MOVE ATRN-VISITOR-NAME TO AUDT-VISITOR-NAME.
           MOVE ATRN-VISITOR-LASTNAME TO AUDT-VISITOR-LASTNAME.
       4000-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT A REJECTED TRANSACTION WITH ITS REASON CODE
      *------------------------------------
       4100-AUDIT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-REJECTED TO TRUE.
           MOVE ATRN-DATE TO AUDT-BEFORE-DATE.
           MOVE ATRN-HOST-NAME TO AUDT-AFTER-HOST-NAME.
           MOVE ATRN-HOST-LASTNAME TO AUDT-AFTER-HOST-LASTNAME.
           MOVE ATRN-NEW-DATE TO AUDT-AFTER-DATE.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-AUDIT.
           WRITE AUDT-RECORD.
       4200-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT A PAST-DATED BOOKING DROPPED FROM THE FILE
      *------------------------------------
       4300-AUDIT-DROP.
           MOVE SPACES TO AUDT-RECORD.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDT-TIME FROM TIME.
           MOVE "APPTMNT" TO AUDT-OPERATOR.
           SET AUDT-PAST-DROPPED TO TRUE.
           SET AUDT-APPLIED TO TRUE.
           MOVE WS-APPT-VIS-NAME(WS-APPT-IDX) TO AUDT-VISITOR-NAME.
           MOVE WS-APPT-VIS-LASTNAME(WS-APPT-IDX)
               TO AUDT-VISITOR-LASTNAME.
           MOVE WS-APPT-HOST-NAME(WS-APPT-IDX)
               TO AUDT-BEFORE-HOST-NAME.
           MOVE WS-APPT-HOST-LASTNAME(WS-APPT-IDX)
               TO AUDT-BEFORE-HOST-LASTNAME.
           MOVE WS-APPT-DATE(WS-APPT-IDX) TO AUDT-BEFORE-DATE.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *------------------------------------
      * WRITE THE LIVE BOOKINGS BACK TO APPTFILE, DROPPING THE
      * PAST-DATED AND CANCELLED ONES
      *------------------------------------
       5000-REWRITE-APPTS.
           OPEN OUTPUT APPT-FILE.
           IF WS-APPT-COUNT > 0
               PERFORM 5100-WRITE-APPT THRU 5100-EXIT
                   VARYING WS-APPT-IDX FROM 1 BY 1
                   UNTIL WS-APPT-IDX > WS-APPT-COUNT
           END-IF.
           CLOSE APPT-FILE.
           IF WS-LIVE-COUNT > 500
               DISPLAY "Warning - APPTFILE still holds more than "
                   "500 bookings; NAME loads only the first 500."
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WRITE-APPT.
           IF WS-APPT-PAST(WS-APPT-IDX)
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM 4300-AUDIT-DROP THRU 4300-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF NOT WS-APPT-LIVE(WS-APPT-IDX)
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-APPT-HOST-NAME(WS-APPT-IDX) TO APPT-HOST-NAME.
           MOVE WS-APPT-HOST-LASTNAME(WS-APPT-IDX)
               TO APPT-HOST-LASTNAME.
           MOVE WS-APPT-VIS-NAME(WS-APPT-IDX) TO APPT-VISITOR-NAME.
           MOVE WS-APPT-VIS-LASTNAME(WS-APPT-IDX)
               TO APPT-VISITOR-LASTNAME.
           MOVE WS-APPT-DATE(WS-APPT-IDX) TO APPT-DATE.
           WRITE APPT-RECORD.
       5100-EXIT.
           EXIT.

      *------------------------------------
      * HOUSEKEEPING BEFORE THE PROGRAM ENDS
      *------------------------------------
       9999-TERMINATE.
           IF WS-ATRNFILE-STATUS = '00' OR WS-ATRNFILE-STATUS = '10'
               CLOSE ATRN-FILE
           END-IF.
           IF MASTER-OPEN
               CLOSE MAST-FILE
           END-IF.
           CLOSE AUDT-FILE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Booking changes applied: " WS-COUNT-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Transactions rejected:   " WS-COUNT-EDIT.
           MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Past bookings dropped:   " WS-COUNT-EDIT.
           MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Bookings on file:        " WS-COUNT-EDIT.
       9999-EXIT.
           EXIT.
