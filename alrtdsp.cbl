       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTDSP.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original guard-desk alert disposition entry
      *                 - walk every SECALERT watchlist alert that
      *                 has no disposition yet and let the desk
      *                 record what happened to it (guard attended,
      *                 person left, police called, false match),
      *                 the responding guard's ID, and the date and
      *                 time the guard attended. Each answer is
      *                 appended to the SECDISP disposition file;
      *                 ALRTRPT reports whatever is left open.
      *   26-10-15  PB  Check the desk's code against the reply itself
      *                 and build the disposition record only once
      *                 SECDISP is open.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "SECALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTFILE-STATUS.
           SELECT DISP-FILE ASSIGN TO "SECDISP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPFILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-RECORD.
           COPY ALERT.

       FD  DISP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISP-RECORD.
           COPY ALERTDSP.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-INSTALLATION    PIC X(20).
           05  PARM-GREETING        PIC X(40).
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WS-ALERTFILE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-DISPFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ALERT-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  ALERT-EOF                VALUE 'Y'.
       77  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  DISP-EOF                 VALUE 'Y'.
       77  WS-DISP-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  DISP-TABLE-FULL          VALUE 'Y'.
       77  WS-DISP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  DISP-FOUND               VALUE 'Y'.
           88  DISP-NOT-FOUND           VALUE 'N'.
       77  WS-QUIT-SWITCH           PIC X(01) VALUE 'N'.
           88  DESK-QUIT                VALUE 'Y'.
       77  WS-ANSWER-SWITCH         PIC X(01) VALUE 'N'.
           88  ANSWER-DONE              VALUE 'Y'.
           88  ANSWER-PENDING           VALUE 'N'.
       77  WS-DISP-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-CODE-REPLY            PIC X(01) VALUE SPACES.
           88  VALID-DISP-REPLY         VALUE 'G' 'L' 'P' 'F'.
       77  WS-GUARD-REPLY           PIC X(08) VALUE SPACES.
       77  WS-INSTALLATION          PIC X(20) VALUE "D-O-S".
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-DATE-REPLY            PIC X(08) VALUE SPACES.
       01  WS-TIME-REPLY.
           05  WS-TR-HH             PIC X(02).
           05  WS-TR-MM             PIC X(02).
       01  WS-TIME-NOW              PIC X(08) VALUE SPACES.

       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-DISP-IDX.
               10  WS-DT-ALERT-DATE     PIC X(08).
               10  WS-DT-ALERT-TIME     PIC X(08).
               10  WS-DT-NAME           PIC X(25).
               10  WS-DT-LASTNAME       PIC X(25).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-ALERTFILE-STATUS = '00'
               PERFORM 2000-READ-ALERT THRU 2000-EXIT
               PERFORM 2100-OFFER-ALERT THRU 2100-EXIT
                   UNTIL ALERT-EOF OR DESK-QUIT
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "No SECALERT alerts on file - nothing to "
                   "answer."
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *------------------------------------
      * PICK UP THE SITE NAME, LOAD THE ALERTS ALREADY ANSWERED,
      * AND OPEN THE ALERT FILE
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1050-LOAD-PARMS THRU 1050-EXIT.
           PERFORM 1100-LOAD-DISPS THRU 1100-EXIT.
           OPEN INPUT ALERT-FILE.
       1000-EXIT.
           EXIT.

       1050-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-PARMFILE-STATUS = '00'
                   MOVE PARM-INSTALLATION TO WS-INSTALLATION
               END-IF
               CLOSE PARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *------------------------------------
      * LOAD THE KEYS OF EVERY ALERT THAT ALREADY HAS A DISPOSITION
      *------------------------------------
       1100-LOAD-DISPS.
           OPEN INPUT DISP-FILE.
           IF WS-DISPFILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-DISP THRU 1150-EXIT.
           PERFORM 1160-STORE-DISP THRU 1160-EXIT UNTIL DISP-EOF.
           CLOSE DISP-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-DISP.
           READ DISP-FILE
               AT END SET DISP-EOF TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

       1160-STORE-DISP.
           IF WS-DISP-COUNT < 2000
               ADD 1 TO WS-DISP-COUNT
               MOVE DISP-ALERT-DATE
                   TO WS-DT-ALERT-DATE(WS-DISP-COUNT)
               MOVE DISP-ALERT-TIME
                   TO WS-DT-ALERT-TIME(WS-DISP-COUNT)
               MOVE DISP-NAME TO WS-DT-NAME(WS-DISP-COUNT)
               MOVE DISP-LASTNAME TO WS-DT-LASTNAME(WS-DISP-COUNT)
               PERFORM 1150-READ-DISP THRU 1150-EXIT
           ELSE
               DISPLAY "Disposition table full at 2000 - later "
                   "answered alerts may be offered again."
               SET DISP-TABLE-FULL TO TRUE
               SET DISP-EOF TO TRUE
           END-IF.
       1160-EXIT.
           EXIT.

       2000-READ-ALERT.
           READ ALERT-FILE
               AT END SET ALERT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * OFFER ONE STILL-OPEN ALERT TO THE DESK - ALERTS ALREADY
      * ANSWERED ARE PASSED OVER
      *------------------------------------
       2100-OFFER-ALERT.
           PERFORM 2200-FIND-DISP THRU 2200-EXIT.
           IF DISP-FOUND
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           DISPLAY " ".
           DISPLAY "Open alert: " FUNCTION TRIM(ALERT-NAME) " "
               FUNCTION TRIM(ALERT-LASTNAME).
           DISPLAY "  raised " ALERT-DATE " at " ALERT-TIME(1:2)
               ":" ALERT-TIME(3:2) " at "
               FUNCTION TRIM(ALERT-SITE) " by operator "
               ALERT-OPERATOR.
           SET ANSWER-PENDING TO TRUE.
           PERFORM 2300-GET-CODE THRU 2300-EXIT
               UNTIL ANSWER-DONE.
           IF DESK-QUIT OR WS-CODE-REPLY = SPACE
               GO TO 2100-NEXT
           END-IF.
           SET ANSWER-PENDING TO TRUE.
           PERFORM 2400-GET-GUARD THRU 2400-EXIT
               UNTIL ANSWER-DONE.
           SET ANSWER-PENDING TO TRUE.
           PERFORM 2500-GET-DATE THRU 2500-EXIT
               UNTIL ANSWER-DONE.
           SET ANSWER-PENDING TO TRUE.
           PERFORM 2600-GET-TIME THRU 2600-EXIT
               UNTIL ANSWER-DONE.
           PERFORM 4000-WRITE-DISP THRU 4000-EXIT.
       2100-NEXT.
           IF NOT DESK-QUIT
               PERFORM 2000-READ-ALERT THRU 2000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2200-FIND-DISP.
           SET DISP-NOT-FOUND TO TRUE.
           IF WS-DISP-COUNT = 0
               GO TO 2200-EXIT
           END-IF.
           SET WS-DISP-IDX TO 1.
           SEARCH WS-DISP-ENTRY
               AT END
                   SET DISP-NOT-FOUND TO TRUE
               WHEN WS-DT-ALERT-DATE(WS-DISP-IDX) = ALERT-DATE
                   AND WS-DT-ALERT-TIME(WS-DISP-IDX) = ALERT-TIME
                   AND WS-DT-NAME(WS-DISP-IDX) = ALERT-NAME
                   AND WS-DT-LASTNAME(WS-DISP-IDX) = ALERT-LASTNAME
                   SET DISP-FOUND TO TRUE
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *------------------------------------
      * WHAT HAPPENED - BLANK LEAVES THE ALERT OPEN FOR LATER, X
      * STOPS THE RUN
      *------------------------------------
       2300-GET-CODE.
           DISPLAY "Disposition - G guard attended, L person left,".
           DISPLAY "  P police called, F false match, blank to skip,".
           DISPLAY "  X to stop: ".
           ACCEPT WS-CODE-REPLY.
           INSPECT WS-CODE-REPLY CONVERTING "glpfx" TO "GLPFX".
           EVALUATE TRUE
               WHEN WS-CODE-REPLY = SPACE
                   SET ANSWER-DONE TO TRUE
               WHEN WS-CODE-REPLY = 'X'
                   SET DESK-QUIT TO TRUE
                   SET ANSWER-DONE TO TRUE
               WHEN VALID-DISP-REPLY
                   SET ANSWER-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Not a disposition code - please try "
                       "again."
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2400-GET-GUARD.
           DISPLAY "Responding guard ID: ".
           ACCEPT WS-GUARD-REPLY.
           IF WS-GUARD-REPLY = SPACES
               DISPLAY "The responding guard's ID is required."
           ELSE
               SET ANSWER-DONE TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * WHEN THE GUARD ATTENDED - BLANK MEANS TODAY / RIGHT NOW
      *------------------------------------
       2500-GET-DATE.
           DISPLAY "Date attended (YYYYMMDD, blank for today): ".
           ACCEPT WS-DATE-REPLY.
           IF WS-DATE-REPLY = SPACES
               MOVE WS-TODAY TO WS-DATE-REPLY
           END-IF.
           IF WS-DATE-REPLY IS NOT NUMERIC
               OR WS-DATE-REPLY(5:2) < '01'
               OR WS-DATE-REPLY(5:2) > '12'
               OR WS-DATE-REPLY(7:2) < '01'
               OR WS-DATE-REPLY(7:2) > '31'
               DISPLAY "Date must be YYYYMMDD - please try again."
               GO TO 2500-EXIT
           END-IF.
           IF WS-DATE-REPLY > WS-TODAY
               OR WS-DATE-REPLY < ALERT-DATE
               DISPLAY "Date must fall between the alert and today "
                   "- please try again."
               GO TO 2500-EXIT
           END-IF.
           SET ANSWER-DONE TO TRUE.
       2500-EXIT.
           EXIT.

       2600-GET-TIME.
           DISPLAY "Time attended (HHMM, blank for now): ".
           MOVE SPACES TO WS-TIME-REPLY.
           ACCEPT WS-TIME-REPLY.
           IF WS-TIME-REPLY = SPACES
               ACCEPT WS-TIME-NOW FROM TIME
               SET ANSWER-DONE TO TRUE
               GO TO 2600-EXIT
           END-IF.
           IF WS-TIME-REPLY IS NOT NUMERIC
               OR WS-TR-HH > '23'
               OR WS-TR-MM > '59'
               DISPLAY "Time must be HHMM - please try again."
               GO TO 2600-EXIT
           END-IF.
           MOVE ZEROS TO WS-TIME-NOW.
           MOVE WS-TIME-REPLY TO WS-TIME-NOW(1:4).
           SET ANSWER-DONE TO TRUE.
       2600-EXIT.
           EXIT.

      *------------------------------------
      * APPEND THE DISPOSITION AND REMEMBER THE ALERT IS ANSWERED
      *------------------------------------
       4000-WRITE-DISP.
           PERFORM 4100-OPEN-DISP THRU 4100-EXIT.
           MOVE ALERT-DATE TO DISP-ALERT-DATE.
           MOVE ALERT-TIME TO DISP-ALERT-TIME.
           MOVE ALERT-NAME TO DISP-NAME.
           MOVE ALERT-LASTNAME TO DISP-LASTNAME.
           MOVE WS-CODE-REPLY TO DISP-CODE.
           MOVE WS-GUARD-REPLY TO DISP-GUARD.
           MOVE WS-DATE-REPLY TO DISP-DATE.
           MOVE WS-TIME-NOW TO DISP-TIME.
           MOVE WS-INSTALLATION TO DISP-SITE.
           WRITE DISP-RECORD.
           CLOSE DISP-FILE.
           ADD 1 TO WS-RECORDED-COUNT.
           DISPLAY "Disposition recorded.".
       4000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE DISPOSITION FILE FOR APPEND, CREATING IT THE FIRST
      * TIME
      *------------------------------------
       4100-OPEN-DISP.
           OPEN EXTEND DISP-FILE.
           IF WS-DISPFILE-STATUS = '35'
               OPEN OUTPUT DISP-FILE
               CLOSE DISP-FILE
               OPEN EXTEND DISP-FILE
           END-IF.
       4100-EXIT.
           EXIT.

      *------------------------------------
      * HOUSEKEEPING BEFORE THE PROGRAM ENDS
      *------------------------------------
       9999-TERMINATE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Open alerts offered:     " WS-COUNT-EDIT.
           MOVE WS-RECORDED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Dispositions recorded:   " WS-COUNT-EDIT.
       9999-EXIT.
           EXIT.
