       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISAUDT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original visit-pairing integrity audit - read
      *                 HISTFILE and then SIGNLOG in the order the
      *                 records were written and pair every admitted
      *                 sign-in with its sign-out the way NAME, ONSITE,
      *                 and DAYEND assume they pair, listing on AUDOUT
      *                 each record that breaks the pairing with its
      *                 reason: a sign-out with no open sign-in, a
      *                 visitor signed in while already open, a
      *                 time-on-site that does not match the sign-in
      *                 and sign-out times, a status or visit type
      *                 none of the VISITOR conditions recognise, and
      *                 a visit still open past the PARMFILE long-stay
      *                 threshold. A correcting sign-out in TRANFILE
      *                 layout, with a trailer, goes on CORRTRAN for
      *                 every visit left open twice or past the
      *                 threshold; the operator is left blank for the
      *                 reviewing supervisor to stamp before CORRTRAN
      *                 is put through NAME's batch mode as TRANFILE.
      *                 Run nightly ahead of DAYEND; the result goes
      *                 on RUNCTL - completed clean, or completed with
      *                 exceptions.
      *   26-10-15  PB  Pair across all of HISTFILE as before, but list
      *                 and count only problem records dated after the
      *                 last VISAUDT run before today on RUNCTL, so a
      *                 bad record is reported once and not every night
      *                 until MONEND rolls the month over. A night that
      *                 writes correcting sign-outs is recorded as
      *                 completed with exceptions even when every one
      *                 is an overstay.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRFILE-STATUS.
           SELECT RUN-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RPT-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD.
           COPY VISITOR REPLACING ==NAME==        BY ==HIST-NAME==
                                   ==LASTNAME==    BY ==HIST-LASTNAME==
                                   ==VISIT-DATE==  BY ==HIST-DATE==
                                   ==VISIT-TIME==  BY ==HIST-TIME==
                                   ==STATUS-FLAG== BY ==HIST-STATUS==
                                   ==VR-ACCEPTED== BY ==HIST-ACCEPTED==
                                   ==VR-REJECTED== BY ==HIST-REJECTED==
                                   ==VR-INVALID==  BY ==HIST-INVALID==
                                   ==VR-BARRED==   BY ==HIST-BARRED==
                                   ==VR-SITE-FULL==
                                           BY ==HIST-SITE-FULL==
                                   ==VR-EXPIRED==
                                           BY ==HIST-EXPIRED==
                                   ==VISIT-TYPE==  BY ==HIST-TYPE==
                                   ==VT-SIGN-IN==  BY ==HIST-SIGN-IN==
                                   ==VT-SIGN-OUT== BY ==HIST-SIGN-OUT==
                                   ==VISIT-DURATION==
                                                   BY ==HIST-DURATION==
                                   ==VR-GUEST==    BY ==HIST-GUEST==
                                   ==VR-ADMITTED== BY ==HIST-ADMITTED==
                                   ==SPONSOR-NAME==
                                              BY ==HIST-SPONSOR-NAME==
                                   ==SPONSOR-LASTNAME==
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

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-INSTALLATION    PIC X(20).
           05  PARM-GREETING        PIC X(40).
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       FD  CORR-FILE
           LABEL RECORDS ARE STANDARD.
       01  CORR-RECORD.
           05  CORR-TYPE            PIC X(01).
               88  CORR-SIGN-OUT        VALUE 'O'.
               88  CORR-TRAILER         VALUE 'T'.
           05  CORR-NAME            PIC X(25).
           05  CORR-LASTNAME        PIC X(25).
           05  CORR-SPONSOR-NAME    PIC X(25).
           05  CORR-SPONSOR-LASTNAME
                                    PIC X(25).
           05  CORR-OPERATOR        PIC X(08).
           05  CORR-BADGE-RETURNED  PIC X(01).
       01  CORR-TRAILER-RECORD.
           05  FILLER               PIC X(01).
           05  CORR-TRAILER-COUNT   PIC 9(07).
           05  FILLER               PIC X(102).

       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-RECORD.
           COPY RUNCTL.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HISTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-SIGNLOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-CORRFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  HIST-EOF                 VALUE 'Y'.
       77  WS-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  LOG-EOF                  VALUE 'Y'.
       77  WS-OPEN-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  OPEN-FOUND               VALUE 'Y'.
           88  OPEN-NOT-FOUND           VALUE 'N'.
       77  WS-OPEN-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  OPEN-TABLE-FULL          VALUE 'Y'.
       77  WS-RUN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  RUN-EOF                  VALUE 'Y'.
       77  WS-REPORT-SWITCH         PIC X(01) VALUE 'N'.
           88  REPORT-THIS-RECORD       VALUE 'Y'.
           88  RECORD-ALREADY-AUDITED   VALUE 'N'.
       77  WS-TIMES-OK-SWITCH       PIC X(01) VALUE 'N'.
           88  TIMES-OK                 VALUE 'Y'.
           88  TIMES-BAD                VALUE 'N'.
       77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-FREE-SUB              PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-SUB              PIC 9(05) COMP VALUE ZERO.
       77  WS-STAY-LIMIT            PIC 9(02) VALUE 12.
       77  WS-LIMIT-SECS            PIC 9(07) COMP VALUE ZERO.
       77  WS-TOLERANCE-SECS        PIC 9(03) COMP VALUE 60.
       77  WS-TIME-SECS             PIC 9(07) COMP VALUE ZERO.
       77  WS-FROM-SECS             PIC 9(07) COMP VALUE ZERO.
       77  WS-TO-SECS               PIC 9(09) COMP VALUE ZERO.
       77  WS-FROM-INT              PIC 9(07) COMP VALUE ZERO.
       77  WS-TO-INT                PIC 9(07) COMP VALUE ZERO.
       77  WS-ELAPSED-SECS          PIC 9(09) COMP VALUE ZERO.
       77  WS-RECORDED-SECS         PIC 9(07) COMP VALUE ZERO.
       77  WS-DIFF-SECS             PIC 9(09) COMP VALUE ZERO.
       77  WS-DUR-REMAINDER         PIC 9(07) COMP VALUE ZERO.
       77  WS-RECORD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-PROBLEM-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-NO-SIGNIN-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-TWICE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-DURATION-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-STATUS-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-BAD-TYPE-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-OVERSTAY-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-CORRECTION-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZZZ9.
       01  WS-PROBLEM-CODE          PIC X(02) VALUE SPACES.
       01  WS-PROBLEM-DETAIL        PIC X(60) VALUE SPACES.
       01  WS-SOURCE                PIC X(04) VALUE SPACES.
       01  WS-FROM-DATE             PIC X(08) VALUE SPACES.
       01  WS-FROM-TIME             PIC X(08) VALUE SPACES.
       01  WS-TO-DATE               PIC X(08) VALUE SPACES.
       01  WS-TO-TIME               PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM              PIC 9(08) VALUE ZERO.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-LAST-RUN-DATE         PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME              PIC X(08) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-TIME-WORK.
           05  WS-TW-HH             PIC 9(02).
           05  WS-TW-MM             PIC 9(02).
           05  WS-TW-SS             PIC 9(02).
           05  WS-TW-HS             PIC 9(02).
       01  WS-DUR-WORK.
           05  WS-DW-HH             PIC 9(02).
           05  WS-DW-MM             PIC 9(02).
           05  WS-DW-SS             PIC 9(02).
       01  WS-DUR-NUM REDEFINES WS-DUR-WORK
                                    PIC 9(06).
       01  WS-EXPECT-WORK.
           05  WS-EW-HH             PIC 9(02).
           05  WS-EW-MM             PIC 9(02).
           05  WS-EW-SS             PIC 9(02).

       01  WS-VISIT-RECORD.
           COPY VISITOR REPLACING ==NAME==        BY ==WV-NAME==
                                   ==LASTNAME==    BY ==WV-LASTNAME==
                                   ==VISIT-DATE==  BY ==WV-DATE==
                                   ==VISIT-TIME==  BY ==WV-TIME==
                                   ==STATUS-FLAG== BY ==WV-STATUS==
                                   ==VR-ACCEPTED== BY ==WV-ACCEPTED==
                                   ==VR-REJECTED== BY ==WV-REJECTED==
                                   ==VR-INVALID==  BY ==WV-INVALID==
                                   ==VR-BARRED==   BY ==WV-BARRED==
                                   ==VR-SITE-FULL==
                                           BY ==WV-SITE-FULL==
                                   ==VR-EXPIRED==
                                           BY ==WV-EXPIRED==
                                   ==VISIT-TYPE==  BY ==WV-TYPE==
                                   ==VT-SIGN-IN==  BY ==WV-SIGN-IN==
                                   ==VT-SIGN-OUT== BY ==WV-SIGN-OUT==
                                   ==VISIT-DURATION==
                                                   BY ==WV-DURATION==
                                   ==VR-GUEST==    BY ==WV-GUEST==
                                   ==VR-ADMITTED== BY ==WV-ADMITTED==
                                   ==SPONSOR-NAME==
                                               BY ==WV-SPONSOR-NAME==
                                   ==SPONSOR-LASTNAME==
                                           BY ==WV-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==WV-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==WV-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==WV-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==WV-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==WV-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==WV-BADGE-KEPT==.

       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-OPEN-IDX.
               10  WS-OPEN-NAME         PIC X(25).
               10  WS-OPEN-LASTNAME     PIC X(25).
               10  WS-OPEN-DATE         PIC X(08).
               10  WS-OPEN-TIME         PIC X(08).
               10  WS-OPEN-SPONSOR-NAME PIC X(25).
               10  WS-OPEN-SPONSOR-LASTNAME
                                        PIC X(25).
               10  WS-OPEN-USED-SW      PIC X(01).
                   88  OPEN-IN-USE          VALUE 'U'.
               10  WS-OPEN-TWICE-SW     PIC X(01).
                   88  OPEN-TWICE           VALUE 'T'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-HISTFILE-STATUS = '00'
               MOVE "HIST" TO WS-SOURCE
               PERFORM 2000-READ-HIST THRU 2000-EXIT
               PERFORM 2100-AUDIT-HIST THRU 2100-EXIT UNTIL HIST-EOF
               CLOSE HIST-FILE
           END-IF.
           IF WS-SIGNLOG-STATUS = '00'
               MOVE "LOG " TO WS-SOURCE
               PERFORM 2200-READ-LOG THRU 2200-EXIT
               PERFORM 2300-AUDIT-LOG THRU 2300-EXIT UNTIL LOG-EOF
               CLOSE SIGN-LOG-FILE
           END-IF.
           IF WS-PROBLEM-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           PERFORM 4000-CHECK-STILL-OPEN THRU 4000-EXIT.
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
           PERFORM 0800-RECORD-RUN THRU 0800-EXIT.
           CLOSE CORR-FILE.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * TELL THE RUN-CONTROL FILE THIS JOB COMPLETED FOR TODAY, AND
      * WHETHER IT FOUND ANYTHING WRONG
      *------------------------------------
       0800-RECORD-RUN.
           OPEN EXTEND RUN-FILE.
           IF WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-FILE
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF.
           MOVE SPACES TO RUN-RECORD.
           MOVE "VISAUDT" TO RUN-JOB.
           MOVE WS-TODAY TO RUN-DATE.
           IF WS-PROBLEM-COUNT = 0 AND WS-CORRECTION-COUNT = 0
               SET RUN-COMPLETED TO TRUE
           ELSE
               SET RUN-EXCEPTIONS TO TRUE
           END-IF.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
       0800-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE LOGS, THE CORRECTIONS, AND THE REPORT, AND PICK UP
      * THE LONG-STAY THRESHOLD
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
           COMPUTE WS-LIMIT-SECS = WS-STAY-LIMIT * 3600.
           PERFORM 1200-FIND-LAST-RUN THRU 1200-EXIT.
           OPEN INPUT HIST-FILE.
           OPEN INPUT SIGN-LOG-FILE.
           OPEN OUTPUT CORR-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VISIT PAIRING AUDIT - " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-HISTFILE-STATUS NOT = '00'
               MOVE "  (no HISTFILE - history not audited)"
                   TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           IF WS-SIGNLOG-STATUS NOT = '00'
               MOVE "  (no SIGNLOG - today's log not audited)"
                   TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LAST-RUN-DATE = SPACES
               MOVE "Pairing problems (no earlier run - all records):"
                   TO WS-REPORT-LINE
           ELSE
               STRING "Pairing problems in records dated after "
                   WS-LAST-RUN-DATE ":"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * A ZERO OR MISSING PARAMETER LEAVES THE TWELVE-HOUR DEFAULT
      *------------------------------------
       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-PARMFILE-STATUS = '00'
                   AND PARM-STAY-LIMIT IS NUMERIC
                   AND PARM-STAY-LIMIT > 0
                   MOVE PARM-STAY-LIMIT TO WS-STAY-LIMIT
               END-IF
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *------------------------------------
      * THE LATEST EARLIER DAY THIS JOB RAN - RECORDS UP TO THAT DAY
      * WERE REPORTED THEN. A RERUN TODAY REPORTS TODAY'S AGAIN.
      *------------------------------------
       1200-FIND-LAST-RUN.
           OPEN INPUT RUN-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-READ-RUN THRU 1250-EXIT.
           PERFORM 1260-SCAN-RUN THRU 1260-EXIT UNTIL RUN-EOF.
           CLOSE RUN-FILE.
       1200-EXIT.
           EXIT.

       1250-READ-RUN.
           READ RUN-FILE
               AT END SET RUN-EOF TO TRUE
           END-READ.
       1250-EXIT.
           EXIT.

       1260-SCAN-RUN.
           IF RUN-JOB = "VISAUDT"
               AND RUN-DATE < WS-TODAY
               AND RUN-DATE > WS-LAST-RUN-DATE
               MOVE RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           PERFORM 1250-READ-RUN THRU 1250-EXIT.
       1260-EXIT.
           EXIT.

       2000-READ-HIST.
           READ HIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-AUDIT-HIST.
           MOVE HIST-RECORD TO WS-VISIT-RECORD.
           PERFORM 3000-AUDIT-RECORD THRU 3000-EXIT.
           PERFORM 2000-READ-HIST THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-READ-LOG.
           READ SIGN-LOG-FILE
               AT END SET LOG-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

       2300-AUDIT-LOG.
           MOVE SIGN-LOG-RECORD TO WS-VISIT-RECORD.
           PERFORM 3000-AUDIT-RECORD THRU 3000-EXIT.
           PERFORM 2200-READ-LOG THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

      *------------------------------------
      * CHECK ONE RECORD'S CODES, THEN PAIR IT IF IT ADMITTED
      * SOMEONE - REFUSALS NEVER OPEN OR CLOSE A VISIT
      *------------------------------------
       3000-AUDIT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF WV-DATE > WS-LAST-RUN-DATE
               SET REPORT-THIS-RECORD TO TRUE
           ELSE
               SET RECORD-ALREADY-AUDITED TO TRUE
           END-IF.
           IF NOT (WV-ACCEPTED OR WV-GUEST OR WV-REJECTED
                   OR WV-INVALID OR WV-BARRED OR WV-SITE-FULL
                   OR WV-EXPIRED)
               MOVE 'ST' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "unknown status '" WV-STATUS "'"
                   DELIMITED BY SIZE INTO WS-PROBLEM-DETAIL
               PERFORM 3800-REPORT-PROBLEM THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT (WV-SIGN-IN OR WV-SIGN-OUT)
               MOVE 'VT' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "unknown visit type '" WV-TYPE "'"
                   DELIMITED BY SIZE INTO WS-PROBLEM-DETAIL
               PERFORM 3800-REPORT-PROBLEM THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WV-ADMITTED
               GO TO 3000-EXIT
           END-IF.
           IF WV-SIGN-IN
               PERFORM 3100-NOTE-SIGNIN THRU 3100-EXIT
           ELSE
               PERFORM 3200-MATCH-SIGNOUT THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN A VISIT - A VISITOR ALREADY OPEN IS REPORTED, AND THE
      * NEW SIGN-IN TAKES THE PLACE OF THE ONE NEVER CLOSED, THE
      * WAY NAME PAIRS A LATER SIGN-OUT
      *------------------------------------
       3100-NOTE-SIGNIN.
           PERFORM 3400-FIND-OPEN THRU 3400-EXIT.
           IF OPEN-FOUND
               MOVE 'DO' TO WS-PROBLEM-CODE
               MOVE SPACES TO WS-PROBLEM-DETAIL
               STRING "already open since "
                   WS-OPEN-DATE(WS-FOUND-SUB) " "
                   WS-OPEN-TIME(WS-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-PROBLEM-DETAIL
               PERFORM 3800-REPORT-PROBLEM THRU 3800-EXIT
               SET OPEN-TWICE(WS-FOUND-SUB) TO TRUE
               PERFORM 3150-STORE-OPEN THRU 3150-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3450-FIND-FREE THRU 3450-EXIT.
           IF WS-FREE-SUB = 0
               IF WS-OPEN-COUNT < 2000
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-OPEN-COUNT TO WS-FREE-SUB
               ELSE
                   IF NOT OPEN-TABLE-FULL
                       DISPLAY "Open-visit table full at 2000 - "
                           "later sign-ins are not paired."
                       SET OPEN-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE WS-FREE-SUB TO WS-FOUND-SUB.
           MOVE SPACE TO WS-OPEN-TWICE-SW(WS-FOUND-SUB).
           PERFORM 3150-STORE-OPEN THRU 3150-EXIT.
       3100-EXIT.
           EXIT.

       3150-STORE-OPEN.
           MOVE WV-NAME TO WS-OPEN-NAME(WS-FOUND-SUB).
           MOVE WV-LASTNAME TO WS-OPEN-LASTNAME(WS-FOUND-SUB).
           MOVE WV-DATE TO WS-OPEN-DATE(WS-FOUND-SUB).
           MOVE WV-TIME TO WS-OPEN-TIME(WS-FOUND-SUB).
           MOVE WV-SPONSOR-NAME TO WS-OPEN-SPONSOR-NAME(WS-FOUND-SUB).
           MOVE WV-SPONSOR-LASTNAME
               TO WS-OPEN-SPONSOR-LASTNAME(WS-FOUND-SUB).
           SET OPEN-IN-USE(WS-FOUND-SUB) TO TRUE.
       3150-EXIT.
           EXIT.

      *------------------------------------
      * CLOSE A VISIT AND CHECK ITS TIME ON SITE AGAINST THE TWO
      * TIME STAMPS
      *------------------------------------
       3200-MATCH-SIGNOUT.
           PERFORM 3400-FIND-OPEN THRU 3400-EXIT.
           IF OPEN-NOT-FOUND
               MOVE 'SO' TO WS-PROBLEM-CODE
               MOVE "sign-out with no open sign-in"
                   TO WS-PROBLEM-DETAIL
               PERFORM 3800-REPORT-PROBLEM THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-OPEN-DATE(WS-FOUND-SUB) TO WS-FROM-DATE.
           MOVE WS-OPEN-TIME(WS-FOUND-SUB) TO WS-FROM-TIME.
           MOVE WV-DATE TO WS-TO-DATE.
           MOVE WV-TIME TO WS-TO-TIME.
           MOVE SPACE TO WS-OPEN-USED-SW(WS-FOUND-SUB).
           PERFORM 3300-CHECK-DURATION THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      *------------------------------------
      * THE RECORDED DURATION MUST BE THE ELAPSED TIME BETWEEN THE
      * TWO STAMPS, CAPPED AT 99:59:59 AS NAME CAPS IT, WITHIN A
      * MINUTE FOR THE CLOCK READS NAME TAKES APART
      *------------------------------------
       3300-CHECK-DURATION.
           PERFORM 3500-ELAPSED-SECS THRU 3500-EXIT.
           IF TIMES-OK AND WV-DURATION IS NUMERIC
               MOVE WV-DURATION TO WS-DUR-NUM
               COMPUTE WS-RECORDED-SECS
                   = WS-DW-HH * 3600 + WS-DW-MM * 60 + WS-DW-SS
               IF WS-ELAPSED-SECS > 359999
                   MOVE 359999 TO WS-ELAPSED-SECS
               END-IF
               IF WS-ELAPSED-SECS > WS-RECORDED-SECS
                   COMPUTE WS-DIFF-SECS
                       = WS-ELAPSED-SECS - WS-RECORDED-SECS
               ELSE
                   COMPUTE WS-DIFF-SECS
                       = WS-RECORDED-SECS - WS-ELAPSED-SECS
               END-IF
               IF WS-DIFF-SECS NOT > WS-TOLERANCE-SECS
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           MOVE 'DU' TO WS-PROBLEM-CODE.
           MOVE SPACES TO WS-PROBLEM-DETAIL.
           IF TIMES-OK
               DIVIDE WS-ELAPSED-SECS BY 3600
                   GIVING WS-EW-HH
                   REMAINDER WS-DUR-REMAINDER
               DIVIDE WS-DUR-REMAINDER BY 60
                   GIVING WS-EW-MM
                   REMAINDER WS-EW-SS
               STRING "duration " WV-DURATION " should be "
                   WS-EXPECT-WORK " from " WS-FROM-DATE " "
                   WS-FROM-TIME
                   DELIMITED BY SIZE INTO WS-PROBLEM-DETAIL
           ELSE
               STRING "duration " WV-DURATION
                   " - time stamps unreadable from " WS-FROM-DATE
                   " " WS-FROM-TIME
                   DELIMITED BY SIZE INTO WS-PROBLEM-DETAIL
           END-IF.
           PERFORM 3800-REPORT-PROBLEM THRU 3800-EXIT.
       3300-EXIT.
           EXIT.

      *------------------------------------
      * LOOK UP THE VISITOR'S OPEN VISIT, IF THEY HAVE ONE
      *------------------------------------
       3400-FIND-OPEN.
           SET OPEN-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-OPEN-COUNT = 0
               GO TO 3400-EXIT
           END-IF.
           SET WS-OPEN-IDX TO 1.
           SEARCH WS-OPEN-ENTRY
               AT END
                   SET OPEN-NOT-FOUND TO TRUE
               WHEN WS-OPEN-IDX > WS-OPEN-COUNT
                   SET OPEN-NOT-FOUND TO TRUE
               WHEN OPEN-IN-USE(WS-OPEN-IDX)
                   AND WS-OPEN-NAME(WS-OPEN-IDX) = WV-NAME
                   AND WS-OPEN-LASTNAME(WS-OPEN-IDX) = WV-LASTNAME
                   SET OPEN-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-OPEN-IDX
           END-SEARCH.
       3400-EXIT.
           EXIT.

      *------------------------------------
      * REUSE THE SLOT OF A VISIT ALREADY CLOSED BEFORE GROWING THE
      * TABLE - ZERO WHEN THERE IS NONE
      *------------------------------------
       3450-FIND-FREE.
           MOVE ZERO TO WS-FREE-SUB.
           IF WS-OPEN-COUNT = 0
               GO TO 3450-EXIT
           END-IF.
           SET WS-OPEN-IDX TO 1.
           SEARCH WS-OPEN-ENTRY
               AT END
                   MOVE ZERO TO WS-FREE-SUB
               WHEN WS-OPEN-IDX > WS-OPEN-COUNT
                   MOVE ZERO TO WS-FREE-SUB
               WHEN NOT OPEN-IN-USE(WS-OPEN-IDX)
                   SET WS-FREE-SUB TO WS-OPEN-IDX
           END-SEARCH.
       3450-EXIT.
           EXIT.

      *------------------------------------
      * SECONDS FROM WS-FROM-DATE/TIME TO WS-TO-DATE/TIME, ZERO IF
      * THE CLOCK WENT BACKWARDS - TIMES-BAD WHEN A STAMP IS NOT A
      * DATE AND TIME AT ALL
      *------------------------------------
       3500-ELAPSED-SECS.
           SET TIMES-BAD TO TRUE.
           MOVE ZERO TO WS-ELAPSED-SECS.
           IF WS-FROM-DATE IS NOT NUMERIC
               OR WS-TO-DATE IS NOT NUMERIC
               OR WS-FROM-TIME IS NOT NUMERIC
               OR WS-TO-TIME IS NOT NUMERIC
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-FROM-TIME TO WS-TIME-WORK.
           PERFORM 3510-TIME-TO-SECS THRU 3510-EXIT.
           MOVE WS-TIME-SECS TO WS-FROM-SECS.
           MOVE WS-TO-TIME TO WS-TIME-WORK.
           PERFORM 3510-TIME-TO-SECS THRU 3510-EXIT.
           MOVE WS-TIME-SECS TO WS-TO-SECS.
           SET TIMES-OK TO TRUE.
           IF WS-TO-INT < WS-FROM-INT
               GO TO 3500-EXIT
           END-IF.
           COMPUTE WS-TO-SECS
               = WS-TO-SECS + (WS-TO-INT - WS-FROM-INT) * 86400.
           IF WS-TO-SECS > WS-FROM-SECS
               COMPUTE WS-ELAPSED-SECS = WS-TO-SECS - WS-FROM-SECS
           END-IF.
       3500-EXIT.
           EXIT.

       3510-TIME-TO-SECS.
           COMPUTE WS-TIME-SECS
               = WS-TW-HH * 3600 + WS-TW-MM * 60 + WS-TW-SS.
       3510-EXIT.
           EXIT.

      *------------------------------------
      * LIST ONE PROBLEM RECORD AND WHY IT WAS FLAGGED - ONE AN
      * EARLIER RUN ALREADY LISTED IS LEFT OUT
      *------------------------------------
       3800-REPORT-PROBLEM.
           IF RECORD-ALREADY-AUDITED
               GO TO 3800-EXIT
           END-IF.
           ADD 1 TO WS-PROBLEM-COUNT.
           EVALUATE WS-PROBLEM-CODE
               WHEN 'ST'
                   ADD 1 TO WS-BAD-STATUS-COUNT
               WHEN 'VT'
                   ADD 1 TO WS-BAD-TYPE-COUNT
               WHEN 'DO'
                   ADD 1 TO WS-TWICE-COUNT
               WHEN 'SO'
                   ADD 1 TO WS-NO-SIGNIN-COUNT
               WHEN 'DU'
                   ADD 1 TO WS-DURATION-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PROBLEM-CODE " " WS-SOURCE " " WV-DATE " "
               WV-TIME " " WV-NAME " " WV-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "       " WS-PROBLEM-DETAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3800-EXIT.
           EXIT.

      *------------------------------------
      * EVERY VISIT STILL OPEN AFTER BOTH FILES - ONE OPENED TWICE
      * OR OPEN PAST THE LONG-STAY THRESHOLD GETS A CORRECTING
      * SIGN-OUT FOR THE SUPERVISOR TO REVIEW
      *------------------------------------
       4000-CHECK-STILL-OPEN.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Correcting sign-outs written to CORRTRAN:"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 4100-CHECK-OPEN-ENTRY THRU 4100-EXIT
               VARYING WS-OPEN-SUB FROM 1 BY 1
               UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
           IF WS-CORRECTION-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           MOVE SPACES TO CORR-TRAILER-RECORD.
           SET CORR-TRAILER TO TRUE.
           MOVE WS-CORRECTION-COUNT TO CORR-TRAILER-COUNT.
           WRITE CORR-TRAILER-RECORD.
       4000-EXIT.
           EXIT.

       4100-CHECK-OPEN-ENTRY.
           IF NOT OPEN-IN-USE(WS-OPEN-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-OPEN-DATE(WS-OPEN-SUB) TO WS-FROM-DATE.
           MOVE WS-OPEN-TIME(WS-OPEN-SUB) TO WS-FROM-TIME.
           MOVE WS-TODAY TO WS-TO-DATE.
           MOVE WS-NOW-TIME TO WS-TO-TIME.
           PERFORM 3500-ELAPSED-SECS THRU 3500-EXIT.
           IF TIMES-OK AND WS-ELAPSED-SECS > WS-LIMIT-SECS
               ADD 1 TO WS-OVERSTAY-COUNT
           ELSE
               IF NOT OPEN-TWICE(WS-OPEN-SUB)
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO CORR-RECORD.
           SET CORR-SIGN-OUT TO TRUE.
           MOVE WS-OPEN-NAME(WS-OPEN-SUB) TO CORR-NAME.
           MOVE WS-OPEN-LASTNAME(WS-OPEN-SUB) TO CORR-LASTNAME.
           MOVE WS-OPEN-SPONSOR-NAME(WS-OPEN-SUB)
               TO CORR-SPONSOR-NAME.
           MOVE WS-OPEN-SPONSOR-LASTNAME(WS-OPEN-SUB)
               TO CORR-SPONSOR-LASTNAME.
           WRITE CORR-RECORD.
           ADD 1 TO WS-CORRECTION-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-OPEN-NAME(WS-OPEN-SUB) " "
               WS-OPEN-LASTNAME(WS-OPEN-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF OPEN-TWICE(WS-OPEN-SUB)
               STRING "    DO open twice, latest since "
                   WS-FROM-DATE " " WS-FROM-TIME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "    OL open past the long-stay limit since "
                   WS-FROM-DATE " " WS-FROM-TIME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       4100-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Records audited:                 " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-NO-SIGNIN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SO sign-out with no sign-in:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-TWICE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DO signed in while already open: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-DURATION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DU duration does not match:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-BAD-STATUS-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ST unknown status:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-BAD-TYPE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "VT unknown visit type:           " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-OVERSTAY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OL open past the long-stay limit:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-CORRECTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Correcting sign-outs written:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       5000-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
