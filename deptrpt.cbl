       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTRPT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original departmental activity report - read
      *                 the HISTGENyyyymm generations MONEND writes
      *                 for the rolling twelve months ending this
      *                 month, then the live HISTFILE, and show per
      *                 MASTIDX department and month the member
      *                 visits, the guests its members sponsored or
      *                 hosted, and the hours on site from the
      *                 sign-out durations, with a year total per
      *                 department and for the site. A sign-out's
      *                 hours go to the department its sign-in was
      *                 charged to; anyone who cannot be placed on
      *                 the roster is charged to (UNASSIGNED).
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTFILE-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENFILE-STATUS.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "DEPTOUT"
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

       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-RECORD.
           COPY VISITOR REPLACING ==NAME==        BY ==GEN-NAME==
                                   ==LASTNAME==    BY ==GEN-LASTNAME==
                                   ==VISIT-DATE==  BY ==GEN-DATE==
                                   ==VISIT-TIME==  BY ==GEN-TIME==
                                   ==STATUS-FLAG== BY ==GEN-STATUS==
                                   ==VR-ACCEPTED== BY ==GEN-ACCEPTED==
                                   ==VR-REJECTED== BY ==GEN-REJECTED==
                                   ==VR-INVALID==  BY ==GEN-INVALID==
                                   ==VR-BARRED==   BY ==GEN-BARRED==
                                   ==VR-SITE-FULL==
                                           BY ==GEN-SITE-FULL==
                                   ==VR-EXPIRED==
                                           BY ==GEN-EXPIRED==
                                   ==VISIT-TYPE==  BY ==GEN-TYPE==
                                   ==VT-SIGN-IN==  BY ==GEN-SIGN-IN==
                                   ==VT-SIGN-OUT== BY ==GEN-SIGN-OUT==
                                   ==VISIT-DURATION==
                                                   BY ==GEN-DURATION==
                                   ==VR-GUEST==    BY ==GEN-GUEST==
                                   ==VR-ADMITTED== BY ==GEN-ADMITTED==
                                   ==SPONSOR-NAME==
                                               BY ==GEN-SPONSOR-NAME==
                                   ==SPONSOR-LASTNAME==
                                           BY ==GEN-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==GEN-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==GEN-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==GEN-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==GEN-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==GEN-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==GEN-BADGE-KEPT==.

       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-HISTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-GENFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-HIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  HIST-EOF                 VALUE 'Y'.
       77  WS-GEN-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  GEN-EOF                  VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  MAST-OPEN                VALUE 'Y'.
       77  WS-MEMBER-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  MEMBER-FOUND             VALUE 'Y'.
           88  MEMBER-NOT-FOUND         VALUE 'N'.
       77  WS-VISITOR-FOUND-SWITCH  PIC X(01) VALUE 'N'.
           88  VISITOR-FOUND            VALUE 'Y'.
           88  VISITOR-NOT-FOUND        VALUE 'N'.
       77  WS-VISITOR-FULL-SWITCH   PIC X(01) VALUE 'N'.
           88  VISITOR-TABLE-FULL       VALUE 'Y'.
       77  WS-DEPT-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  DEPT-TABLE-FULL          VALUE 'Y'.
       77  WS-VISITOR-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-VISITOR-SUB           PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPT-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-DEPT-SUB              PIC 9(05) COMP VALUE ZERO.
       77  WS-MONTH-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-GEN-SUB               PIC 9(05) COMP VALUE ZERO.
       77  WS-GEN-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORD-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-START-MONTHS          PIC 9(07) COMP VALUE ZERO.
       77  WS-REC-MONTHS            PIC 9(07) COMP VALUE ZERO.
       77  WS-PERIOD-MONTHS         PIC 9(07) COMP VALUE ZERO.
       77  WS-DUR-SECS              PIC 9(07) COMP VALUE ZERO.
       77  WS-YEAR-MEMBERS          PIC 9(07) COMP VALUE ZERO.
       77  WS-YEAR-GUESTS           PIC 9(07) COMP VALUE ZERO.
       77  WS-YEAR-SECS             PIC 9(11) COMP VALUE ZERO.
       77  WS-SHOW-SECS             PIC 9(11) COMP VALUE ZERO.
       77  WS-SHOW-REM              PIC 9(07) COMP VALUE ZERO.
       77  WS-SHOW-HH               PIC 9(06) VALUE ZERO.
       77  WS-SHOW-MM               PIC 9(02) VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZZZ9.
       77  WS-GUEST-EDIT            PIC ZZZZZZ9.
       77  WS-HOURS-EDIT            PIC ZZZZZ9.
       01  WS-DEPT-WORK             PIC X(20) VALUE SPACES.
       01  WS-DUR-WORK.
           05  WS-DW-HH             PIC 9(02).
           05  WS-DW-MM             PIC 9(02).
           05  WS-DW-SS             PIC 9(02).
       01  WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-REC-PERIOD.
           05  WS-RP-YEAR           PIC 9(04).
           05  WS-RP-MONTH          PIC 9(02).
       01  WS-GEN-FILENAME.
           05  FILLER               PIC X(07) VALUE "HISTGEN".
           05  WS-GEN-PERIOD        PIC X(06) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

      *------------------------------------
      * THE VISITOR WORK RECORD - WHICHEVER OF HIST-RECORD OR
      * GEN-RECORD WAS JUST READ IS MOVED HERE SO ONE SET OF
      * PARAGRAPHS TALLIES BOTH SOURCES
      *------------------------------------
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

       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 12 TIMES.
               10  WS-PERIOD-YEAR       PIC 9(04).
               10  WS-PERIOD-MONTH      PIC 9(02).

       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 12 TIMES.
               10  WS-SITE-MEMBERS      PIC 9(07) COMP.
               10  WS-SITE-GUESTS       PIC 9(07) COMP.
               10  WS-SITE-SECS         PIC 9(11) COMP.

       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-DEPT-IDX.
               10  WS-DEPT-NAME         PIC X(20).
               10  WS-DEPT-MONTH OCCURS 12 TIMES.
                   15  WS-DEPT-MEMBERS  PIC 9(07) COMP.
                   15  WS-DEPT-GUESTS   PIC 9(07) COMP.
                   15  WS-DEPT-SECS     PIC 9(11) COMP.

       01  WS-VISITOR-TABLE.
           05  WS-VISITOR-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-VISITOR-IDX.
               10  WS-VISITOR-NAME      PIC X(25).
               10  WS-VISITOR-LASTNAME  PIC X(25).
               10  WS-VISITOR-DEPT      PIC 9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-READ-GENERATION THRU 2000-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 12.
           OPEN INPUT HIST-FILE.
           IF WS-HISTFILE-STATUS = '00'
               PERFORM 2500-READ-HIST THRU 2500-EXIT
               PERFORM 2600-TALLY-HIST THRU 2600-EXIT
                   UNTIL HIST-EOF
               CLOSE HIST-FILE
           ELSE
               DISPLAY "No live HISTFILE found - generations only."
           END-IF.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           IF MAST-OPEN
               CLOSE MAST-FILE
           END-IF.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * WORK OUT THE TWELVE PERIODS ENDING THIS MONTH, OLDEST
      * FIRST, AND OPEN THE ROSTER THE VISITS ARE CHARGED FROM
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-START-MONTHS
               = WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 12.
           PERFORM 1100-SET-PERIOD THRU 1100-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           INITIALIZE WS-SITE-TABLE.
           OPEN INPUT MAST-FILE.
           IF WS-MASTFILE-STATUS = '00'
               SET MAST-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS
               DISPLAY "Every visit is charged to (UNASSIGNED)."
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPARTMENTAL VISIT ACTIVITY - "
               WS-PERIOD-YEAR(1) "/" WS-PERIOD-MONTH(1)
               " TO " WS-TODAY-YEAR "/" WS-TODAY-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * PERIOD N OF THE WINDOW IS THE START MONTH PLUS N, KEPT AS
      * A MONTH COUNT AND TURNED BACK INTO A YEAR AND MONTH
      *------------------------------------
       1100-SET-PERIOD.
           COMPUTE WS-PERIOD-MONTHS = WS-START-MONTHS + WS-MONTH-SUB.
           DIVIDE WS-PERIOD-MONTHS BY 12
               GIVING WS-PERIOD-YEAR(WS-MONTH-SUB)
               REMAINDER WS-PERIOD-MONTH(WS-MONTH-SUB).
           IF WS-PERIOD-MONTH(WS-MONTH-SUB) = 0
               MOVE 12 TO WS-PERIOD-MONTH(WS-MONTH-SUB)
               SUBTRACT 1 FROM WS-PERIOD-YEAR(WS-MONTH-SUB)
           END-IF.
       1100-EXIT.
           EXIT.

      *------------------------------------
      * A PERIOD WITH NO GENERATION IS STILL ON THE LIVE HISTFILE
      * (OR HAD NO ACTIVITY) - NOT AN ERROR
      *------------------------------------
       2000-READ-GENERATION.
           MOVE WS-PERIOD-ENTRY(WS-GEN-SUB) TO WS-GEN-PERIOD.
           OPEN INPUT GEN-FILE.
           IF WS-GENFILE-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-GEN-READ-COUNT.
           MOVE 'N' TO WS-GEN-EOF-SWITCH.
           PERFORM 2100-READ-GEN THRU 2100-EXIT.
           PERFORM 2200-TALLY-GEN THRU 2200-EXIT
               UNTIL GEN-EOF.
           CLOSE GEN-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-GEN.
           READ GEN-FILE
               AT END SET GEN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TALLY-GEN.
           MOVE GEN-RECORD TO WS-VISIT-RECORD.
           PERFORM 2700-TALLY-VISIT THRU 2700-EXIT.
           PERFORM 2100-READ-GEN THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2500-READ-HIST.
           READ HIST-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.
       2500-EXIT.
           EXIT.

       2600-TALLY-HIST.
           MOVE HIST-RECORD TO WS-VISIT-RECORD.
           PERFORM 2700-TALLY-VISIT THRU 2700-EXIT.
           PERFORM 2500-READ-HIST THRU 2500-EXIT.
       2600-EXIT.
           EXIT.

      *------------------------------------
      * AN ADMITTED SIGN-IN IS CHARGED TO A DEPARTMENT - A MEMBER
      * TO THEIR OWN, A GUEST TO THE SPONSOR'S OR HOST'S - AND THE
      * VISITOR REMEMBERED SO THE MATCHING SIGN-OUT'S HOURS FOLLOW
      * IT. SIGN-INS OUTSIDE THE WINDOW STILL SET THE DEPARTMENT
      * FOR A SIGN-OUT THAT FALLS INSIDE IT.
      *------------------------------------
       2700-TALLY-VISIT.
           IF NOT WV-ADMITTED
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE ZERO TO WS-MONTH-SUB.
           IF WV-DATE(1:6) IS NUMERIC
               MOVE WV-DATE(1:6) TO WS-REC-PERIOD
               COMPUTE WS-REC-MONTHS
                   = WS-RP-YEAR * 12 + WS-RP-MONTH
               IF WS-REC-MONTHS > WS-START-MONTHS
                   AND WS-REC-MONTHS <= WS-START-MONTHS + 12
                   COMPUTE WS-MONTH-SUB
                       = WS-REC-MONTHS - WS-START-MONTHS
               END-IF
           END-IF.
           IF WV-SIGN-OUT
               PERFORM 2800-TALLY-SIGNOUT THRU 2800-EXIT
               GO TO 2700-EXIT
           END-IF.
           IF WV-GUEST
               MOVE WV-SPONSOR-NAME TO MAST-NAME
               MOVE WV-SPONSOR-LASTNAME TO MAST-LASTNAME
           ELSE
               MOVE WV-NAME TO MAST-NAME
               MOVE WV-LASTNAME TO MAST-LASTNAME
           END-IF.
           PERFORM 2900-FIND-DEPARTMENT THRU 2900-EXIT.
           PERFORM 2950-FIND-OR-ADD-VISITOR THRU 2950-EXIT.
           IF VISITOR-FOUND
               MOVE WS-DEPT-SUB TO WS-VISITOR-DEPT(WS-VISITOR-SUB)
           END-IF.
           IF WS-MONTH-SUB = 0 OR WS-DEPT-SUB = 0
               GO TO 2700-EXIT
           END-IF.
           IF WV-GUEST
               ADD 1 TO WS-DEPT-GUESTS(WS-DEPT-SUB, WS-MONTH-SUB)
               ADD 1 TO WS-SITE-GUESTS(WS-MONTH-SUB)
           ELSE
               ADD 1 TO WS-DEPT-MEMBERS(WS-DEPT-SUB, WS-MONTH-SUB)
               ADD 1 TO WS-SITE-MEMBERS(WS-MONTH-SUB)
           END-IF.
       2700-EXIT.
           EXIT.

      *------------------------------------
      * THE HOURS GO TO THE MONTH OF THE SIGN-OUT AND THE
      * DEPARTMENT THE VISIT WAS CHARGED TO AT SIGN-IN. A SIGN-OUT
      * WITH NO SIGN-IN SEEN IS CHARGED BY THE VISITOR'S OWN ROSTER
      * ENTRY.
      *------------------------------------
       2800-TALLY-SIGNOUT.
           IF WS-MONTH-SUB = 0
               GO TO 2800-EXIT
           END-IF.
           MOVE WV-DURATION TO WS-DUR-WORK.
           IF WS-DUR-WORK IS NOT NUMERIC
               GO TO 2800-EXIT
           END-IF.
           COMPUTE WS-DUR-SECS
               = WS-DW-HH * 3600 + WS-DW-MM * 60 + WS-DW-SS.
           PERFORM 2950-FIND-OR-ADD-VISITOR THRU 2950-EXIT.
           MOVE ZERO TO WS-DEPT-SUB.
           IF VISITOR-FOUND
               MOVE WS-VISITOR-DEPT(WS-VISITOR-SUB) TO WS-DEPT-SUB
           END-IF.
           IF WS-DEPT-SUB = 0
               MOVE WV-NAME TO MAST-NAME
               MOVE WV-LASTNAME TO MAST-LASTNAME
               PERFORM 2900-FIND-DEPARTMENT THRU 2900-EXIT
               IF VISITOR-FOUND
                   MOVE WS-DEPT-SUB
                       TO WS-VISITOR-DEPT(WS-VISITOR-SUB)
               END-IF
           END-IF.
           IF WS-DEPT-SUB = 0
               GO TO 2800-EXIT
           END-IF.
           ADD WS-DUR-SECS TO WS-DEPT-SECS(WS-DEPT-SUB, WS-MONTH-SUB).
           ADD WS-DUR-SECS TO WS-SITE-SECS(WS-MONTH-SUB).
       2800-EXIT.
           EXIT.

      *------------------------------------
      * LOOK THE NAME IN MAST-KEY UP ON THE ROSTER AND RETURN THE
      * SUBSCRIPT OF ITS DEPARTMENT, ADDING THE DEPARTMENT THE
      * FIRST TIME IT IS SEEN. ZERO ONLY WHEN THE TABLE IS FULL.
      *------------------------------------
       2900-FIND-DEPARTMENT.
           SET MEMBER-NOT-FOUND TO TRUE.
           IF MAST-OPEN
               READ MAST-FILE
                   INVALID KEY
                       SET MEMBER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MEMBER-FOUND TO TRUE
               END-READ
           END-IF.
           IF MEMBER-FOUND AND MAST-DEPARTMENT NOT = SPACES
               MOVE MAST-DEPARTMENT TO WS-DEPT-WORK
           ELSE
               MOVE "(UNASSIGNED)" TO WS-DEPT-WORK
           END-IF.
           MOVE ZERO TO WS-DEPT-SUB.
           SET WS-DEPT-IDX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-IDX > WS-DEPT-COUNT
                   CONTINUE
               WHEN WS-DEPT-NAME(WS-DEPT-IDX) = WS-DEPT-WORK
                   SET WS-DEPT-SUB TO WS-DEPT-IDX
           END-SEARCH.
           IF WS-DEPT-SUB NOT = 0
               GO TO 2900-EXIT
           END-IF.
           IF WS-DEPT-COUNT < 100
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               INITIALIZE WS-DEPT-ENTRY(WS-DEPT-SUB)
               MOVE WS-DEPT-WORK TO WS-DEPT-NAME(WS-DEPT-SUB)
           ELSE
               IF NOT DEPT-TABLE-FULL
                   DISPLAY "Department table full at 100 - later "
                       "new departments are not totalled."
                   SET DEPT-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

       2950-FIND-OR-ADD-VISITOR.
           SET VISITOR-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-VISITOR-SUB.
           SET WS-VISITOR-IDX TO 1.
           SEARCH WS-VISITOR-ENTRY
               AT END
                   SET VISITOR-NOT-FOUND TO TRUE
               WHEN WS-VISITOR-IDX > WS-VISITOR-COUNT
                   SET VISITOR-NOT-FOUND TO TRUE
               WHEN WS-VISITOR-NAME(WS-VISITOR-IDX) = WV-NAME
                   AND WS-VISITOR-LASTNAME(WS-VISITOR-IDX)
                       = WV-LASTNAME
                   SET VISITOR-FOUND TO TRUE
                   SET WS-VISITOR-SUB TO WS-VISITOR-IDX
           END-SEARCH.
           IF VISITOR-FOUND
               GO TO 2950-EXIT
           END-IF.
           IF WS-VISITOR-COUNT < 2000
               ADD 1 TO WS-VISITOR-COUNT
               MOVE WS-VISITOR-COUNT TO WS-VISITOR-SUB
               MOVE WV-NAME TO WS-VISITOR-NAME(WS-VISITOR-SUB)
               MOVE WV-LASTNAME TO WS-VISITOR-LASTNAME(WS-VISITOR-SUB)
               MOVE ZERO TO WS-VISITOR-DEPT(WS-VISITOR-SUB)
               SET VISITOR-FOUND TO TRUE
           ELSE
               IF NOT VISITOR-TABLE-FULL
                   DISPLAY "Visitor table full at 2000 - later "
                       "sign-outs are charged from the roster."
                   SET VISITOR-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       2950-EXIT.
           EXIT.

      *------------------------------------
      * ONE BLOCK PER DEPARTMENT - A LINE PER MONTH AND A YEAR
      * TOTAL - THEN THE SAME FOR THE WHOLE SITE
      *------------------------------------
       3000-PRINT-REPORT.
           MOVE WS-GEN-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Generations read:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-DEPT-COUNT = 0
               MOVE "  (no admitted visits in the period)"
                   TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PRINT-DEPARTMENT THRU 3100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.

           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "SITE TOTAL" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT.
           MOVE ZERO TO WS-YEAR-MEMBERS WS-YEAR-GUESTS WS-YEAR-SECS.
           PERFORM 3400-PRINT-SITE-MONTH THRU 3400-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           PERFORM 3600-PRINT-YEAR THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-DEPARTMENT.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPARTMENT: " WS-DEPT-NAME(WS-DEPT-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT.
           MOVE ZERO TO WS-YEAR-MEMBERS WS-YEAR-GUESTS WS-YEAR-SECS.
           PERFORM 3200-PRINT-DEPT-MONTH THRU 3200-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           PERFORM 3600-PRINT-YEAR THRU 3600-EXIT.
       3100-EXIT.
           EXIT.

       3200-PRINT-DEPT-MONTH.
           MOVE WS-DEPT-MEMBERS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-COUNT-EDIT.
           MOVE WS-DEPT-GUESTS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-GUEST-EDIT.
           MOVE WS-DEPT-SECS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-SHOW-SECS.
           ADD WS-DEPT-MEMBERS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-MEMBERS.
           ADD WS-DEPT-GUESTS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-GUESTS.
           ADD WS-DEPT-SECS(WS-DEPT-SUB, WS-MONTH-SUB)
               TO WS-YEAR-SECS.
           PERFORM 3500-PRINT-MONTH-LINE THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-HEADINGS.
           MOVE "  Month      Members   Guests      Hours"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3400-PRINT-SITE-MONTH.
           MOVE WS-SITE-MEMBERS(WS-MONTH-SUB) TO WS-COUNT-EDIT.
           MOVE WS-SITE-GUESTS(WS-MONTH-SUB) TO WS-GUEST-EDIT.
           MOVE WS-SITE-SECS(WS-MONTH-SUB) TO WS-SHOW-SECS.
           ADD WS-SITE-MEMBERS(WS-MONTH-SUB) TO WS-YEAR-MEMBERS.
           ADD WS-SITE-GUESTS(WS-MONTH-SUB) TO WS-YEAR-GUESTS.
           ADD WS-SITE-SECS(WS-MONTH-SUB) TO WS-YEAR-SECS.
           PERFORM 3500-PRINT-MONTH-LINE THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

       3500-PRINT-MONTH-LINE.
           PERFORM 3800-FORMAT-HOURS THRU 3800-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-PERIOD-YEAR(WS-MONTH-SUB) "/"
               WS-PERIOD-MONTH(WS-MONTH-SUB) "   "
               WS-COUNT-EDIT "  " WS-GUEST-EDIT "  "
               WS-HOURS-EDIT ":" WS-SHOW-MM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

       3600-PRINT-YEAR.
           MOVE WS-YEAR-MEMBERS TO WS-COUNT-EDIT.
           MOVE WS-YEAR-GUESTS TO WS-GUEST-EDIT.
           MOVE WS-YEAR-SECS TO WS-SHOW-SECS.
           PERFORM 3800-FORMAT-HOURS THRU 3800-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  Year total "
               WS-COUNT-EDIT "  " WS-GUEST-EDIT "  "
               WS-HOURS-EDIT ":" WS-SHOW-MM
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3600-EXIT.
           EXIT.

      *------------------------------------
      * SECONDS TO WHOLE HOURS AND MINUTES FOR DISPLAY
      *------------------------------------
       3800-FORMAT-HOURS.
           DIVIDE WS-SHOW-SECS BY 3600
               GIVING WS-SHOW-HH
               REMAINDER WS-SHOW-REM.
           DIVIDE WS-SHOW-REM BY 60
               GIVING WS-SHOW-MM.
           MOVE WS-SHOW-HH TO WS-HOURS-EDIT.
       3800-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
