      *                 well - a member past their expiry date can
      *                 no longer sponsor a guest in; the guest is
      *                 rejected with the bad-sponsor reason.
      *   26-10-15  PB  Move the SECALERT record onto the shared
      *                 ALERT copybook the guard-desk disposition
      *                 programs read it with.
      *   26-10-15  PB  Move the APPTFILE record onto the shared
      *                 APPOINT copybook APPTMNT maintains the
      *                 bookings with.
      *   26-10-15  PB  Carry the number of days a member may stay
      *                 expired on the roster before RENEWRPT writes
      *                 a delete for them on PARMFILE after the
      *                 history retention months.
      *   26-10-15  PB  Check the desk operator against the OPERIDX
      *                 operator authority file - an unknown or
      *                 inactive ID is refused at sign-on (three
      *                 refusals end the session), and a batch or
      *                 resubmitted record carrying one is not
      *                 processed but suspended with the new
      *                 operator-refused reason. Every refusal is
      *                 written to the OPRREFU refusal log.
      *   26-10-15  PB  Check escorts at sign-out - any admitted
      *                 guest still open on SIGNLOG whose sponsor
      *                 or host is the member signing out is warned
      *                 to the desk and written to the ESCEXC escort
      *                 exception file for ESCRPT.
      *   26-10-15  PB  Issue every badge the first available serial
      *                 off the indexed BADGSTK badge stock and carry
      *                 it on the badge and the log record. At
      *                 sign-out the desk records whether the badge
      *                 was handed back (a batch sign-out carries the
      *                 answer on the transaction) and a returned
      *                 badge goes back into stock.
      *   26-10-15  PB  Stamp a sign-out with the date and time its
      *                 duration was worked out from, not a later clock
      *                 read after the badge question, so time on site
      *                 always matches the log times. Report a failed
      *                 badge return on BADGSTK.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERFILE-STATUS.
           SELECT REFU-FILE ASSIGN TO "OPRREFU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUFILE-STATUS.
           SELECT ESC-FILE ASSIGN TO "ESCEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCFILE-STATUS.
           SELECT BSTK-FILE ASSIGN TO "BADGSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTK-SERIAL
               FILE STATUS IS WS-BSTKFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                           BY ==LOG-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==LOG-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==LOG-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==LOG-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==LOG-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==LOG-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==LOG-BADGE-KEPT==.

       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRAN-SPONSOR-LASTNAME
                                    PIC X(25).
           05  TRAN-OPERATOR        PIC X(08).
           05  TRAN-BADGE-RETURNED  PIC X(01).
       01  TRAN-TRAILER-RECORD.
           05  FILLER               PIC X(01).
           05  TRAN-TRAILER-COUNT   PIC 9(07).
           05  FILLER               PIC X(102).

       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
               88  BADGE-MEMBER         VALUE 'M'.
               88  BADGE-GUEST          VALUE 'G'.
           05  BADGE-OPERATOR       PIC X(08).
           05  BADGE-SERIAL         PIC X(08).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-RECORD.
           COPY ALERT.

       FD  APPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPT-RECORD.
           COPY APPOINT.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
                                          BY ==HIST-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==HIST-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==HIST-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==HIST-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==HIST-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==HIST-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==HIST-BADGE-KEPT==.

       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-RECORD.
           COPY RUNCTL.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPR-RECORD.
           COPY OPERATOR.

       FD  REFU-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFU-RECORD.
           COPY REFUSAL.

       FD  ESC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESC-RECORD.
           COPY ESCORT.

       FD  BSTK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BSTK-RECORD.
           COPY BADGSTK.

       FD  RESUB-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESUB-RECORD.
                                          BY ==RESUB-SITE-FULL==
                               ==SUSP-EXPIRED==
                                          BY ==RESUB-EXPIRED==
                               ==SUSP-OPERATOR-REFUSED==
                                      BY ==RESUB-OPERATOR-REFUSED==
                               ==SUSP-DATE==     BY ==RESUB-DATE==
                               ==SUSP-OPERATOR==
                                          BY ==RESUB-OPERATOR==
                               ==SUSP-BADGE-RETURNED==
                                      BY ==RESUB-BADGE-RETURNED==.

       WORKING-STORAGE SECTION.
       77  WS-SIGNLOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MAX-OCCUPANCY         PIC 9(05) COMP VALUE ZERO.
       77  WS-ONSITE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-OPER-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  OPERATORS-OPEN           VALUE 'Y'.
           88  OPERATORS-NOT-OPEN       VALUE 'N'.
       77  WS-SIGNON-LOCK-SWITCH    PIC X(01) VALUE 'N'.
           88  SIGNON-LOCKED            VALUE 'Y'.
       77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       77  WS-REFUSAL-ACTION        PIC X(20) VALUE SPACES.
       77  WS-ESCFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-ESCORT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  ESCORT-FOUND             VALUE 'Y'.
           88  ESCORT-NOT-FOUND         VALUE 'N'.
       77  WS-ESCORT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-ESCORT-SUB            PIC 9(05) COMP VALUE ZERO.
       77  WS-ESCORT-OPEN-COUNT     PIC 9(05) COMP VALUE ZERO.

       01  WS-ESCORT-TABLE.
           05  WS-ESCORT-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-ESCORT-IDX.
               10  WS-ESCORT-NAME       PIC X(25).
               10  WS-ESCORT-LASTNAME   PIC X(25).
               10  WS-ESCORT-DATE       PIC X(08).
               10  WS-ESCORT-TIME       PIC X(08).
               10  WS-ESCORT-OUT-SW     PIC X(01).
                   88  ESCORT-SIGNED-OUT    VALUE 'O'.
       77  WS-BSTKFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-BSTK-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  BADGE-STOCK-OPEN         VALUE 'Y'.
       77  WS-BSTK-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  BSTK-EOF                 VALUE 'Y'.
       77  WS-BSTK-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  BSTK-FOUND               VALUE 'Y'.
           88  BSTK-NOT-FOUND           VALUE 'N'.
       77  WS-BADGE-REPLY           PIC X(01) VALUE SPACES.
       01  WS-SIGNIN-SERIAL         PIC X(08) VALUE SPACES.
       77  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RUN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  RUN-EOF                  VALUE 'Y'.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-SIGNIN-DATE           PIC X(08) VALUE SPACES.
       01  WS-SIGNIN-TIME           PIC X(08) VALUE SPACES.
       01  WS-SIGNOUT-DATE          PIC X(08) VALUE SPACES.
       01  WS-SIGNOUT-TIME          PIC X(08) VALUE SPACES.
       77  WS-SIGNOUT-STAMP-SWITCH  PIC X(01) VALUE 'N'.
           88  SIGNOUT-STAMPED          VALUE 'Y'.
           88  SIGNOUT-NOT-STAMPED      VALUE 'N'.
       77  WS-SIGNIN-INT            PIC 9(07) COMP VALUE ZERO.
       77  WS-TODAY-INT             PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-DIFF             PIC 9(05) COMP VALUE ZERO.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1050-LOAD-PARMS THRU 1050-EXIT.
           PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
           PERFORM 1120-OPEN-OPERATORS THRU 1120-EXIT.
           PERFORM 1130-OPEN-BADGE-STOCK THRU 1130-EXIT.
           PERFORM 1030-CHECK-RUNCTL THRU 1030-EXIT.
           PERFORM 1150-LOAD-BARRED THRU 1150-EXIT.
           PERFORM 1180-LOAD-APPTS THRU 1180-EXIT.
           ELSE
               PERFORM 1025-OPERATOR-SIGNON THRU 1025-EXIT
                   UNTIL WS-OPERATOR-ID NOT = SPACES
                       OR SIGNON-LOCKED
               IF SIGNON-LOCKED
                   DISPLAY "Sign-on refused three times - no visitor "
                       "processed; see a supervisor."
               ELSE
                   SET INVALID-VISITOR TO TRUE
                   PERFORM 2050-PROMPT-AND-VALIDATE THRU 2050-EXIT
                       UNTIL VALID-VISITOR
                   PERFORM 2075-GET-VISIT-TYPE THRU 2075-EXIT
                   PERFORM 3010-ROUTE-VISITOR THRU 3010-EXIT
               END-IF
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.
           EXIT.

      *------------------------------------
      * THE DESK OPERATOR SIGNS ON BEFORE ANY VISITOR IS PROCESSED -
      * AN ID NOT ACTIVE ON OPERIDX IS REFUSED AND LOGGED, AND THE
      * THIRD REFUSAL ENDS THE SESSION
      *------------------------------------
       1025-OPERATOR-SIGNON.
           DISPLAY "Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required."
               GO TO 1025-EXIT
           END-IF.
           PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT.
           IF WS-REFUSAL-REASON = SPACES
               GO TO 1025-EXIT
           END-IF.
           IF WS-REFUSAL-REASON = 'UK'
               DISPLAY "Operator " WS-OPERATOR-ID " is not on file."
           ELSE
               DISPLAY "Operator " WS-OPERATOR-ID " is inactive."
           END-IF.
           MOVE "DESK SIGN-ON" TO WS-REFUSAL-ACTION.
           PERFORM 4800-WRITE-REFUSAL THRU 4800-EXIT.
           MOVE SPACES TO WS-OPERATOR-ID.
           ADD 1 TO WS-SIGNON-TRIES.
           IF WS-SIGNON-TRIES > 2
               SET SIGNON-LOCKED TO TRUE
           END-IF.
       1025-EXIT.
           EXIT.
       1050-EXIT.
           EXIT.

      *------------------------------------
      * THE OPERATOR MUST BE ON OPERIDX AND ACTIVE. LEAVES
      * WS-REFUSAL-REASON SPACES WHEN THEY ARE; WITH NO OPERATOR
      * FILE EVERY OPERATOR IS REFUSED.
      *------------------------------------
       1060-CHECK-OPERATOR.
           MOVE SPACES TO WS-REFUSAL-REASON.
           IF OPERATORS-NOT-OPEN
               MOVE 'UK' TO WS-REFUSAL-REASON
               GO TO 1060-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO OPR-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE 'UK' TO WS-REFUSAL-REASON
                   GO TO 1060-EXIT
           END-READ.
           IF NOT OPR-ACTIVE
               MOVE 'IN' TO WS-REFUSAL-REASON
           END-IF.
       1060-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED MASTER ROSTER FOR KEYED LOOKUPS
      *------------------------------------
       1100-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED OPERATOR FILE FOR KEYED LOOKUPS
      *------------------------------------
       1120-OPEN-OPERATORS.
           OPEN INPUT OPER-FILE.
           IF WS-OPERFILE-STATUS = '00'
               SET OPERATORS-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the OPERIDX operator file - "
                   "status " WS-OPERFILE-STATUS " - all operators "
                   "will be refused."
           END-IF.
       1120-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED BADGE STOCK FOR ISSUE AND RETURN UPDATES
      *------------------------------------
       1130-OPEN-BADGE-STOCK.
           OPEN I-O BSTK-FILE.
           IF WS-BSTKFILE-STATUS = '00'
               SET BADGE-STOCK-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the BADGSTK badge stock - "
                   "status " WS-BSTKFILE-STATUS " - badges will be "
                   "issued without a serial."
           END-IF.
       1130-EXIT.
           EXIT.

      *------------------------------------
      * LOAD THE BARRED-PERSONS WATCHLIST INTO A TABLE
      *------------------------------------
       2000-GET-VISITOR.
           MOVE SPACES TO SPONSOR-NAME.
           MOVE SPACES TO SPONSOR-LASTNAME.
           MOVE SPACES TO VISIT-BADGE-SERIAL.
           MOVE SPACES TO VISIT-BADGE-RETURNED.
           DISPLAY "Enter your name: ".
           ACCEPT NAME.
           DISPLAY "Enter your last name: ".
           MOVE TRAN-SPONSOR-NAME TO SPONSOR-NAME.
           MOVE TRAN-SPONSOR-LASTNAME TO SPONSOR-LASTNAME.
           MOVE TRAN-OPERATOR TO WS-OPERATOR-ID.
           MOVE SPACES TO VISIT-BADGE-SERIAL.
           MOVE TRAN-BADGE-RETURNED TO VISIT-BADGE-RETURNED.
           MOVE SPACES TO WS-SUSP-REASON.
           PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT.
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE "BATCH TRANSACTION" TO WS-REFUSAL-ACTION
               PERFORM 2790-REFUSE-OPERATOR THRU 2790-EXIT
               GO TO 2700-NEXT
           END-IF.
           PERFORM 2100-VALIDATE-VISITOR THRU 2100-EXIT.
           IF VALID-VISITOR
               PERFORM 3010-ROUTE-VISITOR THRU 3010-EXIT
               OR VR-EXPIRED
               PERFORM 4500-WRITE-SUSPENSE THRU 4500-EXIT
           END-IF.
       2700-NEXT.
           ADD 1 TO WS-PROCESSED-COUNT.
           PERFORM 2800-CHECKPOINT THRU 2800-EXIT.
           PERFORM 2600-READ-TRAN THRU 2600-EXIT.
           MOVE RESUB-SPONSOR-NAME TO SPONSOR-NAME.
           MOVE RESUB-SPONSOR-LASTNAME TO SPONSOR-LASTNAME.
           MOVE RESUB-OPERATOR TO WS-OPERATOR-ID.
           MOVE SPACES TO VISIT-BADGE-SERIAL.
           MOVE RESUB-BADGE-RETURNED TO VISIT-BADGE-RETURNED.
           MOVE SPACES TO WS-SUSP-REASON.
           PERFORM 1060-CHECK-OPERATOR THRU 1060-EXIT.
           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE "RESUBMISSION" TO WS-REFUSAL-ACTION
               PERFORM 2790-REFUSE-OPERATOR THRU 2790-EXIT
               GO TO 2770-NEXT
           END-IF.
           PERFORM 2100-VALIDATE-VISITOR THRU 2100-EXIT.
           IF VALID-VISITOR
               PERFORM 3010-ROUTE-VISITOR THRU 3010-EXIT
               OR VR-EXPIRED
               PERFORM 4500-WRITE-SUSPENSE THRU 4500-EXIT
           END-IF.
       2770-NEXT.
           ADD 1 TO WS-RESUB-COUNT.
           PERFORM 2760-READ-RESUB THRU 2760-EXIT.
       2770-EXIT.
           EXIT.

      *------------------------------------
      * A RECORD KEYED BY AN UNKNOWN OR INACTIVE OPERATOR IS NOT
      * PROCESSED - IT GOES STRAIGHT TO SUSPENSE FOR A VALID
      * OPERATOR TO RESUBMIT, AND THE ATTEMPT IS LOGGED
      *------------------------------------
       2790-REFUSE-OPERATOR.
           MOVE 'OP' TO WS-SUSP-REASON.
           DISPLAY "Suspending - operator " WS-OPERATOR-ID
               " not authorized: " FUNCTION TRIM(NAME) " "
               FUNCTION TRIM(LASTNAME).
           PERFORM 4500-WRITE-SUSPENSE THRU 4500-EXIT.
           PERFORM 4800-WRITE-REFUSAL THRU 4800-EXIT.
       2790-EXIT.
           EXIT.

      *------------------------------------
      * SAVE OUR PLACE IN THE TRANSACTION FILE EVERY SO OFTEN
      *------------------------------------
               ELSE
                   MOVE 'I' TO VISIT-TYPE
                   MOVE ZERO TO VISIT-DURATION
                   MOVE SPACES TO VISIT-BADGE-RETURNED
                   PERFORM 3050-PROCESS-VISITOR THRU 3050-EXIT
               END-IF
           END-IF.
      * QUEUE A BADGE-PRINTER INTERFACE RECORD FOR THIS VISITOR
      *------------------------------------
       3200-WRITE-BADGE.
           PERFORM 3210-ISSUE-SERIAL THRU 3210-EXIT.
           MOVE VISIT-BADGE-SERIAL TO BADGE-SERIAL.
           MOVE NAME TO BADGE-NAME.
           MOVE LASTNAME TO BADGE-LASTNAME.
           MOVE WS-OPERATOR-ID TO BADGE-OPERATOR.
       3250-EXIT.
           EXIT.

      *------------------------------------
      * TAKE THE FIRST AVAILABLE SERIAL OFF THE BADGE STOCK AND
      * CHARGE IT TO THIS VISITOR - WITH NO STOCK LEFT THE VISITOR
      * IS STILL ADMITTED ON A TEMPORARY BADGE WITH NO SERIAL
      *------------------------------------
       3210-ISSUE-SERIAL.
           MOVE SPACES TO VISIT-BADGE-SERIAL.
           IF NOT BADGE-STOCK-OPEN
               GO TO 3210-EXIT
           END-IF.
           SET BSTK-NOT-FOUND TO TRUE.
           MOVE 'N' TO WS-BSTK-EOF-SWITCH.
           MOVE LOW-VALUES TO BSTK-SERIAL.
           START BSTK-FILE KEY IS NOT LESS THAN BSTK-SERIAL
               INVALID KEY SET BSTK-EOF TO TRUE
           END-START.
           PERFORM 3220-NEXT-STOCK THRU 3220-EXIT
               UNTIL BSTK-EOF OR BSTK-FOUND.
           IF BSTK-NOT-FOUND
               DISPLAY "No badge left in stock - issue a temporary "
                   "badge and tell the badge office."
               GO TO 3210-EXIT
           END-IF.
           SET BSTK-ISSUED TO TRUE.
           MOVE NAME TO BSTK-HOLDER-NAME.
           MOVE LASTNAME TO BSTK-HOLDER-LASTNAME.
           ACCEPT BSTK-ISSUE-DATE FROM DATE YYYYMMDD.
           ACCEPT BSTK-ISSUE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO BSTK-ISSUE-OPERATOR.
           MOVE SPACES TO BSTK-RETURN-DATE.
           MOVE SPACES TO BSTK-RETURN-OPERATOR.
           REWRITE BSTK-RECORD.
           IF WS-BSTKFILE-STATUS = '00'
               MOVE BSTK-SERIAL TO VISIT-BADGE-SERIAL
               DISPLAY "  Badge serial " BSTK-SERIAL
           ELSE
               DISPLAY "Unable to update BADGSTK - status "
                   WS-BSTKFILE-STATUS " - badge issued without a "
                   "serial."
           END-IF.
       3210-EXIT.
           EXIT.

       3220-NEXT-STOCK.
           READ BSTK-FILE NEXT RECORD
               AT END SET BSTK-EOF TO TRUE
           END-READ.
           IF NOT BSTK-EOF AND BSTK-AVAILABLE
               SET BSTK-FOUND TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.

      *------------------------------------
      * READ THE INDEXED MASTER ROSTER BY KEY FOR THIS VISITOR
      *------------------------------------
               SET VR-ACCEPTED TO TRUE
               PERFORM 3500-COMPUTE-DURATION THRU 3500-EXIT
               MOVE WS-DURATION-HMS TO VISIT-DURATION
               SET SIGNOUT-STAMPED TO TRUE
               DISPLAY "Goodbye " FUNCTION TRIM(NAME) " "
                   FUNCTION TRIM(LASTNAME) " - time on site "
                   WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               MOVE WS-SIGNIN-SERIAL TO VISIT-BADGE-SERIAL
               PERFORM 3350-CHECK-BADGE-BACK THRU 3350-EXIT
           ELSE
               SET VR-REJECTED TO TRUE
               MOVE 'NO' TO WS-SUSP-REASON
                   " has no open sign-in."
           END-IF.
           PERFORM 4000-LOG-VISITOR THRU 4000-EXIT.
           IF OPEN-VISIT-FOUND
               PERFORM 3600-CHECK-ESCORTS THRU 3600-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *------------------------------------
      * RECORD WHETHER THE VISITOR HANDED THEIR BADGE BACK - THE
      * DESK IS ASKED, A BATCH SIGN-OUT CARRIES THE ANSWER, AND
      * ANYTHING BUT YES LEAVES THE BADGE CHARGED TO THE VISITOR
      *------------------------------------
       3350-CHECK-BADGE-BACK.
           IF VISIT-BADGE-SERIAL = SPACES
               MOVE SPACES TO VISIT-BADGE-RETURNED
               GO TO 3350-EXIT
           END-IF.
           IF INTERACTIVE-MODE
               DISPLAY "Badge " VISIT-BADGE-SERIAL
                   " handed back (Y/N): "
               ACCEPT WS-BADGE-REPLY
               MOVE WS-BADGE-REPLY TO VISIT-BADGE-RETURNED
           END-IF.
           IF VISIT-BADGE-RETURNED = 'Y' OR 'y'
               SET VB-RETURNED TO TRUE
               PERFORM 3360-RETURN-STOCK THRU 3360-EXIT
           ELSE
               SET VB-NOT-RETURNED TO TRUE
               DISPLAY "  Badge " VISIT-BADGE-SERIAL
                   " not handed back - still charged to "
                   FUNCTION TRIM(NAME) " " FUNCTION TRIM(LASTNAME)
           END-IF.
       3350-EXIT.
           EXIT.

      *------------------------------------
      * PUT A RETURNED BADGE BACK INTO STOCK - THE HOLDER STAYS ON
      * THE STOCK RECORD AS THE LAST PERSON TO HAVE IT
      *------------------------------------
       3360-RETURN-STOCK.
           IF NOT BADGE-STOCK-OPEN
               GO TO 3360-EXIT
           END-IF.
           MOVE VISIT-BADGE-SERIAL TO BSTK-SERIAL.
           READ BSTK-FILE
               INVALID KEY
                   SET BSTK-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BSTK-FOUND TO TRUE
           END-READ.
           IF BSTK-NOT-FOUND
               DISPLAY "Badge " VISIT-BADGE-SERIAL
                   " is not on the BADGSTK stock file."
               GO TO 3360-EXIT
           END-IF.
           SET BSTK-AVAILABLE TO TRUE.
           ACCEPT BSTK-RETURN-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO BSTK-RETURN-OPERATOR.
           MOVE SPACES TO BSTK-LOST-DATE.
           REWRITE BSTK-RECORD.
           IF WS-BSTKFILE-STATUS NOT = '00'
               DISPLAY "Unable to update BADGSTK - status "
                   WS-BSTKFILE-STATUS " - badge " VISIT-BADGE-SERIAL
                   " still shows as issued."
           END-IF.
       3360-EXIT.
           EXIT.

      *------------------------------------
      * SCAN THE HISTORY AND TODAY'S LOG FOR THIS VISITOR'S LATEST
      * OPEN SIGN-IN - AN OVERNIGHT VISIT MAY HAVE BEEN ARCHIVED TO
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           MOVE SPACES TO WS-SIGNIN-DATE.
           MOVE SPACES TO WS-SIGNIN-TIME.
           MOVE SPACES TO WS-SIGNIN-SERIAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT HIST-FILE.
           IF WS-HISTFILE-STATUS = '00'
                   SET OPEN-VISIT-FOUND TO TRUE
                   MOVE LOG-DATE TO WS-SIGNIN-DATE
                   MOVE LOG-TIME TO WS-SIGNIN-TIME
                   MOVE LOG-BADGE-SERIAL TO WS-SIGNIN-SERIAL
               ELSE
                   SET NO-OPEN-VISIT TO TRUE
               END-IF
                   SET OPEN-VISIT-FOUND TO TRUE
                   MOVE HIST-DATE TO WS-SIGNIN-DATE
                   MOVE HIST-TIME TO WS-SIGNIN-TIME
                   MOVE HIST-BADGE-SERIAL TO WS-SIGNIN-SERIAL
               ELSE
                   SET NO-OPEN-VISIT TO TRUE
               END-IF
       3440-EXIT.
           EXIT.

      *------------------------------------
      * A GUEST MUST LEAVE BEFORE OR WITH THE MEMBER WHO BROUGHT
      * THEM IN - PAIR TODAY'S LOG FOR THE GUESTS THIS VISITOR
      * SPONSORED OR HOSTED, AND WARN THE DESK ABOUT EVERY ONE
      * STILL INSIDE
      *------------------------------------
       3600-CHECK-ESCORTS.
           MOVE ZERO TO WS-ESCORT-COUNT.
           MOVE ZERO TO WS-ESCORT-OPEN-COUNT.
           MOVE 'N' TO WS-LOG-EOF-SWITCH.
           OPEN INPUT SIGN-LOG-FILE.
           IF WS-SIGNLOG-STATUS NOT = '00'
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3410-READ-LOG THRU 3410-EXIT.
           PERFORM 3610-PAIR-ESCORT THRU 3610-EXIT
               UNTIL SIGN-LOG-EOF.
           CLOSE SIGN-LOG-FILE.
           MOVE 'N' TO WS-LOG-EOF-SWITCH.
           PERFORM 3630-WARN-ESCORT THRU 3630-EXIT
               VARYING WS-ESCORT-IDX FROM 1 BY 1
               UNTIL WS-ESCORT-IDX > WS-ESCORT-COUNT.
           IF WS-ESCORT-OPEN-COUNT > 0
               DISPLAY "*** ESCORT WARNING - " FUNCTION TRIM(NAME)
                   " " FUNCTION TRIM(LASTNAME)
                   " has left guests on site - notify security."
           END-IF.
       3600-EXIT.
           EXIT.

       3610-PAIR-ESCORT.
           IF NOT LOG-ADMITTED
               GO TO 3610-NEXT
           END-IF.
           PERFORM 3620-FIND-ESCORT THRU 3620-EXIT.
           IF LOG-SIGN-OUT
               IF ESCORT-FOUND
                   SET ESCORT-SIGNED-OUT(WS-ESCORT-SUB) TO TRUE
               END-IF
               GO TO 3610-NEXT
           END-IF.
           IF ESCORT-FOUND
               IF LOG-GUEST
                   AND LOG-SPONSOR-NAME = NAME
                   AND LOG-SPONSOR-LASTNAME = LASTNAME
                   MOVE LOG-DATE TO WS-ESCORT-DATE(WS-ESCORT-SUB)
                   MOVE LOG-TIME TO WS-ESCORT-TIME(WS-ESCORT-SUB)
                   MOVE SPACE TO WS-ESCORT-OUT-SW(WS-ESCORT-SUB)
               ELSE
                   SET ESCORT-SIGNED-OUT(WS-ESCORT-SUB) TO TRUE
               END-IF
               GO TO 3610-NEXT
           END-IF.
           IF LOG-GUEST
               AND LOG-SPONSOR-NAME = NAME
               AND LOG-SPONSOR-LASTNAME = LASTNAME
               IF WS-ESCORT-COUNT < 100
                   ADD 1 TO WS-ESCORT-COUNT
                   MOVE LOG-NAME TO WS-ESCORT-NAME(WS-ESCORT-COUNT)
                   MOVE LOG-LASTNAME
                       TO WS-ESCORT-LASTNAME(WS-ESCORT-COUNT)
                   MOVE LOG-DATE TO WS-ESCORT-DATE(WS-ESCORT-COUNT)
                   MOVE LOG-TIME TO WS-ESCORT-TIME(WS-ESCORT-COUNT)
                   MOVE SPACE TO WS-ESCORT-OUT-SW(WS-ESCORT-COUNT)
               END-IF
           END-IF.
       3610-NEXT.
           PERFORM 3410-READ-LOG THRU 3410-EXIT.
       3610-EXIT.
           EXIT.

       3620-FIND-ESCORT.
           SET ESCORT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ESCORT-SUB.
           SET WS-ESCORT-IDX TO 1.
           SEARCH WS-ESCORT-ENTRY
               AT END
                   SET ESCORT-NOT-FOUND TO TRUE
               WHEN WS-ESCORT-IDX > WS-ESCORT-COUNT
                   SET ESCORT-NOT-FOUND TO TRUE
               WHEN WS-ESCORT-NAME(WS-ESCORT-IDX) = LOG-NAME
                   AND WS-ESCORT-LASTNAME(WS-ESCORT-IDX)
                       = LOG-LASTNAME
                   SET ESCORT-FOUND TO TRUE
                   SET WS-ESCORT-SUB TO WS-ESCORT-IDX
           END-SEARCH.
       3620-EXIT.
           EXIT.

       3630-WARN-ESCORT.
           IF ESCORT-SIGNED-OUT(WS-ESCORT-IDX)
               GO TO 3630-EXIT
           END-IF.
           ADD 1 TO WS-ESCORT-OPEN-COUNT.
           DISPLAY "  Guest still on site: "
               FUNCTION TRIM(WS-ESCORT-NAME(WS-ESCORT-IDX)) " "
               FUNCTION TRIM(WS-ESCORT-LASTNAME(WS-ESCORT-IDX))
               " (in since " WS-ESCORT-TIME(WS-ESCORT-IDX) ")".
           PERFORM 4900-WRITE-ESCORT THRU 4900-EXIT.
       3630-EXIT.
           EXIT.

      *------------------------------------
      * TIME ON SITE = TIME NOW LESS THE SAVED SIGN-IN DATE AND
      * TIME, SPANNING MIDNIGHT FOR OVERNIGHT AND MULTI-DAY VISITS
           PERFORM 3510-TIME-TO-SECS THRU 3510-EXIT.
           MOVE WS-TIME-SECS TO WS-SIGNIN-SECS.
           ACCEPT WS-TIME-WORK FROM TIME.
           MOVE WS-TODAY TO WS-SIGNOUT-DATE.
           MOVE WS-TIME-WORK TO WS-SIGNOUT-TIME.
           PERFORM 3510-TIME-TO-SECS THRU 3510-EXIT.
           MOVE WS-TIME-SECS TO WS-NOW-SECS.
           MOVE ZERO TO WS-DAYS-DIFF.
           EXIT.

      *------------------------------------
      * APPEND THE VISIT TO THE DAILY SIGN-IN LOG - A SIGN-OUT CARRIES
      * THE DATE AND TIME ITS DURATION WAS WORKED OUT FROM
      *------------------------------------
       4000-LOG-VISITOR.
           IF SIGNOUT-STAMPED
               MOVE WS-SIGNOUT-DATE TO VISIT-DATE
               MOVE WS-SIGNOUT-TIME TO VISIT-TIME
               SET SIGNOUT-NOT-STAMPED TO TRUE
           ELSE
               ACCEPT VISIT-DATE FROM DATE YYYYMMDD
               ACCEPT VISIT-TIME FROM TIME
           END-IF.
           MOVE WS-INSTALLATION TO VISIT-SITE.
           MOVE WS-OPERATOR-ID TO VISIT-OPERATOR.
           MOVE WORKAREA TO SIGN-LOG-RECORD.
           MOVE SPONSOR-LASTNAME TO SUSP-SPONSOR-LASTNAME.
           MOVE WS-SUSP-REASON TO SUSP-REASON.
           MOVE WS-OPERATOR-ID TO SUSP-OPERATOR.
           MOVE VISIT-BADGE-RETURNED TO SUSP-BADGE-RETURNED.
           ACCEPT SUSP-DATE FROM DATE YYYYMMDD.
           PERFORM 4600-OPEN-SUSPENSE THRU 4600-EXIT.
           WRITE SUSP-RECORD.
       4600-EXIT.
           EXIT.

      *------------------------------------
      * LOG A REFUSED OPERATOR TO THE OPERATOR REFUSAL FILE
      *------------------------------------
       4800-WRITE-REFUSAL.
           MOVE SPACES TO REFU-RECORD.
           ACCEPT REFU-DATE FROM DATE YYYYMMDD.
           ACCEPT REFU-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO REFU-OPERATOR.
           MOVE "NAME" TO REFU-PROGRAM.
           MOVE WS-REFUSAL-REASON TO REFU-REASON.
           MOVE WS-REFUSAL-ACTION TO REFU-ACTION.
           PERFORM 4850-OPEN-REFUSAL THRU 4850-EXIT.
           WRITE REFU-RECORD.
           CLOSE REFU-FILE.
       4800-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE REFUSAL LOG FOR APPEND, CREATING IT THE FIRST TIME
      *------------------------------------
       4850-OPEN-REFUSAL.
           OPEN EXTEND REFU-FILE.
           IF WS-REFUFILE-STATUS = '35'
               OPEN OUTPUT REFU-FILE
               CLOSE REFU-FILE
               OPEN EXTEND REFU-FILE
           END-IF.
       4850-EXIT.
           EXIT.

      *------------------------------------
      * LOG A GUEST LEFT ON SITE BY THEIR SPONSOR OR HOST TO THE
      * ESCORT EXCEPTION FILE
      *------------------------------------
       4900-WRITE-ESCORT.
           MOVE SPACES TO ESC-RECORD.
           ACCEPT ESC-DATE FROM DATE YYYYMMDD.
           ACCEPT ESC-TIME FROM TIME.
           MOVE WS-ESCORT-NAME(WS-ESCORT-IDX) TO ESC-GUEST-NAME.
           MOVE WS-ESCORT-LASTNAME(WS-ESCORT-IDX)
               TO ESC-GUEST-LASTNAME.
           MOVE WS-ESCORT-DATE(WS-ESCORT-IDX) TO ESC-SIGNIN-DATE.
           MOVE WS-ESCORT-TIME(WS-ESCORT-IDX) TO ESC-SIGNIN-TIME.
           MOVE NAME TO ESC-SPONSOR-NAME.
           MOVE LASTNAME TO ESC-SPONSOR-LASTNAME.
           MOVE WS-INSTALLATION TO ESC-SITE.
           MOVE WS-OPERATOR-ID TO ESC-OPERATOR.
           PERFORM 4950-OPEN-ESCORT THRU 4950-EXIT.
           WRITE ESC-RECORD.
           CLOSE ESC-FILE.
       4900-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE ESCORT EXCEPTION FILE FOR APPEND, CREATING IT THE
      * FIRST TIME
      *------------------------------------
       4950-OPEN-ESCORT.
           OPEN EXTEND ESC-FILE.
           IF WS-ESCFILE-STATUS = '35'
               OPEN OUTPUT ESC-FILE
               CLOSE ESC-FILE
               OPEN EXTEND ESC-FILE
           END-IF.
       4950-EXIT.
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
           IF BADGE-STOCK-OPEN
               CLOSE BSTK-FILE
           END-IF.
           STOP 'Press ENTER to exit.'.
       9999-EXIT.
           EXIT.
