       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCRPT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original unescorted-guest report - pair
      *                 SIGNLOG the way ONSITE does and list every
      *                 sponsored guest or appointment visitor
      *                 still inside whose sponsor or host has
      *                 signed out, is not signed in, or is no
      *                 longer on the MASTIDX roster, followed by
      *                 the escort exceptions NAME raised at the
      *                 desk today on ESCEXC. Run at any time and
      *                 at end of day before DAYEND.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT ESC-FILE ASSIGN TO "ESCEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "ESCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGN-LOG-RECORD.
           COPY VISITOR REPLACING ==NAME==        BY ==LOG-NAME==
                                   ==LASTNAME==    BY ==LOG-LASTNAME==
                                   ==VISIT-DATE==  BY ==LOG-DATE==
                                   ==VISIT-TIME==  BY ==LOG-TIME==
                                   ==STATUS-FLAG== BY ==LOG-STATUS==
                                   ==VR-ACCEPTED== BY ==LOG-ACCEPTED==
                                   ==VR-REJECTED== BY ==LOG-REJECTED==
                                   ==VR-INVALID==  BY ==LOG-INVALID==
                                   ==VR-BARRED==   BY ==LOG-BARRED==
                                   ==VR-SITE-FULL==
                                           BY ==LOG-SITE-FULL==
                                   ==VR-EXPIRED==
                                           BY ==LOG-EXPIRED==
                                   ==VISIT-TYPE==  BY ==LOG-TYPE==
                                   ==VT-SIGN-IN==  BY ==LOG-SIGN-IN==
                                   ==VT-SIGN-OUT== BY ==LOG-SIGN-OUT==
                                   ==VISIT-DURATION==
                                                   BY ==LOG-DURATION==
                                   ==VR-GUEST==    BY ==LOG-GUEST==
                                   ==VR-ADMITTED== BY ==LOG-ADMITTED==
                                   ==SPONSOR-NAME==
                                               BY ==LOG-SPONSOR-NAME==
                                   ==SPONSOR-LASTNAME==
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

       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  ESC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESC-RECORD.
           COPY ESCORT.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SIGNLOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-ESCFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  LOG-EOF                  VALUE 'Y'.
       77  WS-ESC-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  ESC-EOF                  VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  MAST-OPEN                VALUE 'Y'.
       77  WS-INSIDE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  INSIDE-FOUND             VALUE 'Y'.
           88  INSIDE-NOT-FOUND         VALUE 'N'.
       77  WS-INSIDE-FULL-SWITCH    PIC X(01) VALUE 'N'.
           88  INSIDE-TABLE-FULL        VALUE 'Y'.
       77  WS-INSIDE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-GUEST-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-GUESTS-INSIDE         PIC 9(05) COMP VALUE ZERO.
       77  WS-UNESCORTED-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       01  WS-FIND-NAME             PIC X(25) VALUE SPACES.
       01  WS-FIND-LASTNAME         PIC X(25) VALUE SPACES.
       01  WS-ESCORT-PROBLEM        PIC X(30) VALUE SPACES.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

       01  WS-INSIDE-TABLE.
           05  WS-INSIDE-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-INSIDE-IDX.
               10  WS-INSIDE-NAME       PIC X(25).
               10  WS-INSIDE-LASTNAME   PIC X(25).
               10  WS-INSIDE-DATE       PIC X(08).
               10  WS-INSIDE-TIME       PIC X(08).
               10  WS-INSIDE-TYPE       PIC X(01).
                   88  INSIDE-IS-GUEST      VALUE 'G'.
               10  WS-INSIDE-SPONSOR-NAME
                                        PIC X(25).
               10  WS-INSIDE-SPONSOR-LASTNAME
                                        PIC X(25).
               10  WS-INSIDE-OUT-SW     PIC X(01).
                   88  INSIDE-SIGNED-OUT    VALUE 'O'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-SIGNLOG-STATUS = '00'
               PERFORM 2000-READ-LOG THRU 2000-EXIT
               PERFORM 2100-PAIR-RECORD THRU 2100-EXIT UNTIL LOG-EOF
               CLOSE SIGN-LOG-FILE
           ELSE
               DISPLAY "No sign-in activity found for today."
           END-IF.
           PERFORM 3000-PRINT-UNESCORTED THRU 3000-EXIT.
           PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           IF MAST-OPEN
               CLOSE MAST-FILE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * OPEN THE SIGN-IN LOG, THE ROSTER, AND THE REPORT
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT SIGN-LOG-FILE.
           OPEN INPUT MAST-FILE.
           IF WS-MASTFILE-STATUS = '00'
               SET MAST-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS
               DISPLAY "Sponsors are not checked against the roster."
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ESCORT COMPLIANCE REPORT - " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

       2000-READ-LOG.
           READ SIGN-LOG-FILE
               AT END SET LOG-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * PAIR EACH ADMITTED SIGN-OUT AGAINST ITS SIGN-IN ENTRY,
      * KEEPING THE SPONSOR OR HOST OF EVERY GUEST SIGN-IN
      *------------------------------------
       2100-PAIR-RECORD.
           IF LOG-ADMITTED
               MOVE LOG-NAME TO WS-FIND-NAME
               MOVE LOG-LASTNAME TO WS-FIND-LASTNAME
               PERFORM 2400-FIND-ENTRY THRU 2400-EXIT
               IF LOG-SIGN-IN
                   PERFORM 2200-NOTE-SIGNIN THRU 2200-EXIT
               ELSE
                   IF INSIDE-FOUND
                       SET INSIDE-SIGNED-OUT(WS-FOUND-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2000-READ-LOG THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * RECORD A SIGN-IN - A RETURNING VISITOR REOPENS THEIR ENTRY
      * WITH WHATEVER SPONSOR THEY CAME BACK UNDER
      *------------------------------------
       2200-NOTE-SIGNIN.
           IF INSIDE-NOT-FOUND
               IF WS-INSIDE-COUNT < 2000
                   ADD 1 TO WS-INSIDE-COUNT
                   MOVE WS-INSIDE-COUNT TO WS-FOUND-SUB
                   MOVE LOG-NAME TO WS-INSIDE-NAME(WS-FOUND-SUB)
                   MOVE LOG-LASTNAME
                       TO WS-INSIDE-LASTNAME(WS-FOUND-SUB)
                   SET INSIDE-FOUND TO TRUE
               ELSE
                   IF NOT INSIDE-TABLE-FULL
                       DISPLAY "On-premises table full at 2000 - "
                           "later visitors are not checked."
                       SET INSIDE-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE LOG-DATE TO WS-INSIDE-DATE(WS-FOUND-SUB).
           MOVE LOG-TIME TO WS-INSIDE-TIME(WS-FOUND-SUB).
           MOVE SPACE TO WS-INSIDE-OUT-SW(WS-FOUND-SUB).
           IF LOG-GUEST
               MOVE 'G' TO WS-INSIDE-TYPE(WS-FOUND-SUB)
               MOVE LOG-SPONSOR-NAME
                   TO WS-INSIDE-SPONSOR-NAME(WS-FOUND-SUB)
               MOVE LOG-SPONSOR-LASTNAME
                   TO WS-INSIDE-SPONSOR-LASTNAME(WS-FOUND-SUB)
           ELSE
               MOVE 'M' TO WS-INSIDE-TYPE(WS-FOUND-SUB)
               MOVE SPACES TO WS-INSIDE-SPONSOR-NAME(WS-FOUND-SUB)
               MOVE SPACES
                   TO WS-INSIDE-SPONSOR-LASTNAME(WS-FOUND-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

       2400-FIND-ENTRY.
           SET INSIDE-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           SET WS-INSIDE-IDX TO 1.
           SEARCH WS-INSIDE-ENTRY
               AT END
                   SET INSIDE-NOT-FOUND TO TRUE
               WHEN WS-INSIDE-IDX > WS-INSIDE-COUNT
                   SET INSIDE-NOT-FOUND TO TRUE
               WHEN WS-INSIDE-NAME(WS-INSIDE-IDX) = WS-FIND-NAME
                   AND WS-INSIDE-LASTNAME(WS-INSIDE-IDX)
                       = WS-FIND-LASTNAME
                   SET INSIDE-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-INSIDE-IDX
           END-SEARCH.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * EVERY GUEST STILL INSIDE WHOSE SPONSOR OR HOST IS NOT -
      * SIGNED OUT, NEVER SIGNED IN, OR OFF THE ROSTER
      *------------------------------------
       3000-PRINT-UNESCORTED.
           MOVE "Guests on site without their sponsor or host:"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3100-CHECK-GUEST THRU 3100-EXIT
               VARYING WS-GUEST-SUB FROM 1 BY 1
               UNTIL WS-GUEST-SUB > WS-INSIDE-COUNT.
           IF WS-UNESCORTED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-GUEST.
           IF INSIDE-SIGNED-OUT(WS-GUEST-SUB)
               OR NOT INSIDE-IS-GUEST(WS-GUEST-SUB)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-GUESTS-INSIDE.
           MOVE SPACES TO WS-ESCORT-PROBLEM.
           PERFORM 3200-CHECK-ROSTER THRU 3200-EXIT.
           IF WS-ESCORT-PROBLEM = SPACES
               MOVE WS-INSIDE-SPONSOR-NAME(WS-GUEST-SUB)
                   TO WS-FIND-NAME
               MOVE WS-INSIDE-SPONSOR-LASTNAME(WS-GUEST-SUB)
                   TO WS-FIND-LASTNAME
               PERFORM 2400-FIND-ENTRY THRU 2400-EXIT
               IF INSIDE-NOT-FOUND
                   MOVE "sponsor/host not signed in"
                       TO WS-ESCORT-PROBLEM
               ELSE
                   IF INSIDE-SIGNED-OUT(WS-FOUND-SUB)
                       MOVE "sponsor/host has signed out"
                           TO WS-ESCORT-PROBLEM
                   END-IF
               END-IF
           END-IF.
           IF WS-ESCORT-PROBLEM = SPACES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-UNESCORTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-INSIDE-NAME(WS-GUEST-SUB) " "
               WS-INSIDE-LASTNAME(WS-GUEST-SUB)
               " in since " WS-INSIDE-TIME(WS-GUEST-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    of " WS-INSIDE-SPONSOR-NAME(WS-GUEST-SUB) " "
               WS-INSIDE-SPONSOR-LASTNAME(WS-GUEST-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    - " WS-ESCORT-PROBLEM
               " (signed in " WS-INSIDE-DATE(WS-GUEST-SUB) ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      *------------------------------------
      * A SPONSOR OR HOST DELETED FROM THE ROSTER SINCE THE GUEST
      * CAME IN CAN NO LONGER ANSWER FOR THEM
      *------------------------------------
       3200-CHECK-ROSTER.
           IF NOT MAST-OPEN
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-INSIDE-SPONSOR-NAME(WS-GUEST-SUB) TO MAST-NAME.
           MOVE WS-INSIDE-SPONSOR-LASTNAME(WS-GUEST-SUB)
               TO MAST-LASTNAME.
           READ MAST-FILE
               INVALID KEY
                   MOVE "sponsor/host not on roster"
                       TO WS-ESCORT-PROBLEM
           END-READ.
       3200-EXIT.
           EXIT.

      *------------------------------------
      * THE WARNINGS NAME GAVE THE DESK TODAY AS SPONSORS LEFT
      *------------------------------------
       4000-PRINT-EXCEPTIONS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Escort exceptions raised at the desk today:"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           OPEN INPUT ESC-FILE.
           IF WS-ESCFILE-STATUS = '00'
               PERFORM 4100-READ-ESC THRU 4100-EXIT
               PERFORM 4200-PRINT-ESC THRU 4200-EXIT
                   UNTIL ESC-EOF
               CLOSE ESC-FILE
           END-IF.
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-ESC.
           READ ESC-FILE
               AT END SET ESC-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-PRINT-ESC.
           IF ESC-DATE NOT = WS-TODAY
               GO TO 4200-NEXT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " ESC-TIME " " ESC-GUEST-NAME " "
               ESC-GUEST-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    left by " ESC-SPONSOR-NAME " "
               ESC-SPONSOR-LASTNAME " opr " ESC-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       4200-NEXT.
           PERFORM 4100-READ-ESC THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-GUESTS-INSIDE TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Guests on premises:       " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-UNESCORTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Without sponsor or host:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Desk exceptions today:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       5000-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
