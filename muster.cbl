       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUSTER.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original fire-drill muster reconciliation -
      *                 pair today's SIGNLOG, carry-forwards included,
      *                 the way ONSITE does to get everyone who should
      *                 be inside, and match them by name against the
      *                 floor wardens' WARDCHK check-in file. MUSTOUT
      *                 lists those confirmed safe, those unaccounted
      *                 for with their last sign-in, sponsor, and
      *                 MASTIDX department, and those checked in at an
      *                 assembly point but not signed in, then totals
      *                 by assembly point. Each drill is appended to
      *                 the MUSTHIST history for the yearly safety
      *                 audit. A name checked in twice counts at the
      *                 first assembly point it was checked in at.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-LOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT WARD-FILE ASSIGN TO "WARDCHK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WARDFILE-STATUS.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT MUST-FILE ASSIGN TO "MUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MUSTFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MUSTOUT"
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

       FD  WARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARD-RECORD.
           05  WARD-NAME            PIC X(25).
           05  WARD-LASTNAME        PIC X(25).
           05  WARD-POINT           PIC X(10).
           05  WARD-TIME            PIC X(08).

       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  MUST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MUST-RECORD.
           COPY MUSTER.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SIGNLOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-WARDFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-MUSTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  LOG-EOF                  VALUE 'Y'.
       77  WS-WARD-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WARD-EOF                 VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  MAST-OPEN                VALUE 'Y'.
       77  WS-MEMBER-SWITCH         PIC X(01) VALUE 'N'.
           88  MEMBER-FOUND             VALUE 'Y'.
           88  MEMBER-NOT-FOUND         VALUE 'N'.
       77  WS-INSIDE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  INSIDE-FOUND             VALUE 'Y'.
           88  INSIDE-NOT-FOUND         VALUE 'N'.
       77  WS-INSIDE-FULL-SWITCH    PIC X(01) VALUE 'N'.
           88  INSIDE-TABLE-FULL        VALUE 'Y'.
       77  WS-WARD-FULL-SWITCH      PIC X(01) VALUE 'N'.
           88  WARD-TABLE-FULL          VALUE 'Y'.
       77  WS-POINT-FULL-SWITCH     PIC X(01) VALUE 'N'.
           88  POINT-TABLE-FULL         VALUE 'Y'.
       77  WS-INSIDE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-WARD-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-POINT-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-WARD-SUB              PIC 9(05) COMP VALUE ZERO.
       77  WS-POINT-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-ONSITE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-CHECKIN-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-SAFE-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-UNACCOUNTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       77  WS-NOT-SIGNED-COUNT      PIC 9(05) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-SAFE-EDIT             PIC ZZZZ9.
       77  WS-NOT-SIGNED-EDIT       PIC ZZZZ9.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       01  WS-DRILL-TIME            PIC X(08) VALUE SPACES.
       01  WS-POINT-WORK            PIC X(10) VALUE SPACES.
       01  WS-FIND-NAME             PIC X(25) VALUE SPACES.
       01  WS-FIND-LASTNAME         PIC X(25) VALUE SPACES.
       01  WS-DEPT-WORK             PIC X(20) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

       01  WS-INSIDE-TABLE.
           05  WS-INSIDE-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-INSIDE-IDX.
               10  WS-INSIDE-NAME       PIC X(25).
               10  WS-INSIDE-LASTNAME   PIC X(25).
               10  WS-INSIDE-DATE       PIC X(08).
               10  WS-INSIDE-TIME       PIC X(08).
               10  WS-INSIDE-SPONSOR-NAME
                                        PIC X(25).
               10  WS-INSIDE-SPONSOR-LASTNAME
                                        PIC X(25).
               10  WS-INSIDE-WARD-SUB   PIC 9(05) COMP.
               10  WS-INSIDE-OUT-SW     PIC X(01).
                   88  INSIDE-SIGNED-OUT    VALUE 'O'.

       01  WS-WARD-TABLE.
           05  WS-WARD-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-WARD-IDX.
               10  WS-WARD-NAME         PIC X(25).
               10  WS-WARD-LASTNAME     PIC X(25).
               10  WS-WARD-POINT        PIC X(10).
               10  WS-WARD-TIME         PIC X(08).
               10  WS-WARD-POINT-SUB    PIC 9(05) COMP.
               10  WS-WARD-MATCH-SW     PIC X(01).
                   88  WARD-MATCHED         VALUE 'M'.

       01  WS-POINT-TABLE.
           05  WS-POINT-ENTRY OCCURS 50 TIMES
                                INDEXED BY WS-POINT-IDX.
               10  WS-POINT-NAME        PIC X(10).
               10  WS-POINT-CHECKIN     PIC 9(05) COMP.
               10  WS-POINT-SAFE        PIC 9(05) COMP.
               10  WS-POINT-NOT-SIGNED  PIC 9(05) COMP.

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
           PERFORM 2500-MATCH-INSIDE THRU 2500-EXIT
               VARYING WS-INSIDE-IDX FROM 1 BY 1
               UNTIL WS-INSIDE-IDX > WS-INSIDE-COUNT.
           PERFORM 2700-COUNT-NOT-SIGNED THRU 2700-EXIT
               VARYING WS-WARD-IDX FROM 1 BY 1
               UNTIL WS-WARD-IDX > WS-WARD-COUNT.
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
           IF MAST-OPEN
               CLOSE MAST-FILE
           END-IF.
           CLOSE MUST-FILE.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * LOAD THE WARDENS' CHECK-INS, OPEN THE ROSTER FOR THE
      * DEPARTMENTS, AND THE HISTORY AND REPORT OUTPUTS
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-DRILL-TIME FROM TIME.
           INITIALIZE WS-POINT-TABLE.
           OPEN INPUT WARD-FILE.
           IF WS-WARDFILE-STATUS = '00'
               PERFORM 1100-READ-WARD THRU 1100-EXIT
               PERFORM 1200-STORE-WARD THRU 1200-EXIT UNTIL WARD-EOF
               CLOSE WARD-FILE
           ELSE
               DISPLAY "No WARDCHK check-in file - status "
                   WS-WARDFILE-STATUS
               DISPLAY "Everyone on site is listed as unaccounted for."
           END-IF.
           OPEN INPUT SIGN-LOG-FILE.
           OPEN INPUT MAST-FILE.
           IF WS-MASTFILE-STATUS = '00'
               SET MAST-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS
               DISPLAY "Departments are not shown."
           END-IF.
           OPEN EXTEND MUST-FILE.
           IF WS-MUSTFILE-STATUS = '35'
               OPEN OUTPUT MUST-FILE
               CLOSE MUST-FILE
               OPEN EXTEND MUST-FILE
           END-IF.
           OPEN OUTPUT RPT-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-WARD.
           READ WARD-FILE
               AT END SET WARD-EOF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *------------------------------------
      * KEEP EACH NAME ONCE, AT THE FIRST ASSEMBLY POINT IT WAS
      * CHECKED IN AT
      *------------------------------------
       1200-STORE-WARD.
           MOVE WARD-NAME TO WS-FIND-NAME.
           MOVE WARD-LASTNAME TO WS-FIND-LASTNAME.
           PERFORM 2600-FIND-WARD THRU 2600-EXIT.
           IF WS-WARD-SUB NOT = 0
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 1200-NEXT
           END-IF.
           IF WS-WARD-COUNT NOT < 2000
               IF NOT WARD-TABLE-FULL
                   DISPLAY "Check-in table full at 2000 - "
                       "later check-ins are not matched."
                   SET WARD-TABLE-FULL TO TRUE
               END-IF
               GO TO 1200-NEXT
           END-IF.
           ADD 1 TO WS-WARD-COUNT.
           ADD 1 TO WS-CHECKIN-COUNT.
           MOVE WARD-NAME TO WS-WARD-NAME(WS-WARD-COUNT).
           MOVE WARD-LASTNAME TO WS-WARD-LASTNAME(WS-WARD-COUNT).
           MOVE WARD-TIME TO WS-WARD-TIME(WS-WARD-COUNT).
           MOVE SPACE TO WS-WARD-MATCH-SW(WS-WARD-COUNT).
           IF WARD-POINT = SPACES
               MOVE "(NONE)" TO WS-POINT-WORK
           ELSE
               MOVE WARD-POINT TO WS-POINT-WORK
           END-IF.
           MOVE WS-POINT-WORK TO WS-WARD-POINT(WS-WARD-COUNT).
           PERFORM 1300-FIND-POINT THRU 1300-EXIT.
           MOVE WS-POINT-SUB TO WS-WARD-POINT-SUB(WS-WARD-COUNT).
           IF WS-POINT-SUB NOT = 0
               ADD 1 TO WS-POINT-CHECKIN(WS-POINT-SUB)
           END-IF.
       1200-NEXT.
           PERFORM 1100-READ-WARD THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *------------------------------------
      * RETURN THE SUBSCRIPT OF THE ASSEMBLY POINT IN WS-POINT-WORK,
      * ADDING IT THE FIRST TIME IT IS SEEN. ZERO ONLY WHEN THE
      * TABLE IS FULL.
      *------------------------------------
       1300-FIND-POINT.
           MOVE ZERO TO WS-POINT-SUB.
           SET WS-POINT-IDX TO 1.
           SEARCH WS-POINT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-POINT-IDX > WS-POINT-COUNT
                   CONTINUE
               WHEN WS-POINT-NAME(WS-POINT-IDX) = WS-POINT-WORK
                   SET WS-POINT-SUB TO WS-POINT-IDX
           END-SEARCH.
           IF WS-POINT-SUB NOT = 0
               GO TO 1300-EXIT
           END-IF.
           IF WS-POINT-COUNT < 50
               ADD 1 TO WS-POINT-COUNT
               MOVE WS-POINT-COUNT TO WS-POINT-SUB
               MOVE WS-POINT-WORK TO WS-POINT-NAME(WS-POINT-SUB)
           ELSE
               IF NOT POINT-TABLE-FULL
                   DISPLAY "Assembly point table full at 50 - "
                       "later points are not totalled."
                   SET POINT-TABLE-FULL TO TRUE
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

       2000-READ-LOG.
           READ SIGN-LOG-FILE
               AT END SET LOG-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * PAIR EACH ADMITTED SIGN-OUT AGAINST ITS SIGN-IN ENTRY
      *------------------------------------
       2100-PAIR-RECORD.
           IF LOG-ADMITTED
               IF LOG-SIGN-IN
                   PERFORM 2200-NOTE-SIGNIN THRU 2200-EXIT
               ELSE
                   PERFORM 2300-NOTE-SIGNOUT THRU 2300-EXIT
               END-IF
           END-IF.
           PERFORM 2000-READ-LOG THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * RECORD A SIGN-IN - A RETURNING VISITOR REOPENS THEIR ENTRY
      * WITH THE LATEST SIGN-IN AND SPONSOR
      *------------------------------------
       2200-NOTE-SIGNIN.
           PERFORM 2400-FIND-ENTRY THRU 2400-EXIT.
           IF INSIDE-NOT-FOUND
               IF WS-INSIDE-COUNT < 2000
                   ADD 1 TO WS-INSIDE-COUNT
                   MOVE WS-INSIDE-COUNT TO WS-FOUND-SUB
               ELSE
                   IF NOT INSIDE-TABLE-FULL
                       DISPLAY "On-premises table full at 2000 - "
                           "later visitors are not listed."
                       SET INSIDE-TABLE-FULL TO TRUE
                   END-IF
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE LOG-NAME TO WS-INSIDE-NAME(WS-FOUND-SUB).
           MOVE LOG-LASTNAME TO WS-INSIDE-LASTNAME(WS-FOUND-SUB).
           MOVE LOG-DATE TO WS-INSIDE-DATE(WS-FOUND-SUB).
           MOVE LOG-TIME TO WS-INSIDE-TIME(WS-FOUND-SUB).
           MOVE LOG-SPONSOR-NAME
               TO WS-INSIDE-SPONSOR-NAME(WS-FOUND-SUB).
           MOVE LOG-SPONSOR-LASTNAME
               TO WS-INSIDE-SPONSOR-LASTNAME(WS-FOUND-SUB).
           MOVE SPACE TO WS-INSIDE-OUT-SW(WS-FOUND-SUB).
       2200-EXIT.
           EXIT.

       2300-NOTE-SIGNOUT.
           PERFORM 2400-FIND-ENTRY THRU 2400-EXIT.
           IF INSIDE-FOUND
               SET INSIDE-SIGNED-OUT(WS-FOUND-SUB) TO TRUE
           END-IF.
       2300-EXIT.
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
               WHEN WS-INSIDE-NAME(WS-INSIDE-IDX) = LOG-NAME
                   AND WS-INSIDE-LASTNAME(WS-INSIDE-IDX)
                       = LOG-LASTNAME
                   SET INSIDE-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-INSIDE-IDX
           END-SEARCH.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * TIE EVERYONE STILL INSIDE TO THEIR WARDEN CHECK-IN - NONE
      * MEANS UNACCOUNTED FOR
      *------------------------------------
       2500-MATCH-INSIDE.
           MOVE ZERO TO WS-INSIDE-WARD-SUB(WS-INSIDE-IDX).
           IF INSIDE-SIGNED-OUT(WS-INSIDE-IDX)
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-ONSITE-COUNT.
           MOVE WS-INSIDE-NAME(WS-INSIDE-IDX) TO WS-FIND-NAME.
           MOVE WS-INSIDE-LASTNAME(WS-INSIDE-IDX) TO WS-FIND-LASTNAME.
           PERFORM 2600-FIND-WARD THRU 2600-EXIT.
           IF WS-WARD-SUB = 0
               ADD 1 TO WS-UNACCOUNTED-COUNT
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO WS-SAFE-COUNT.
           MOVE WS-WARD-SUB TO WS-INSIDE-WARD-SUB(WS-INSIDE-IDX).
           SET WARD-MATCHED(WS-WARD-SUB) TO TRUE.
           MOVE WS-WARD-POINT-SUB(WS-WARD-SUB) TO WS-POINT-SUB.
           IF WS-POINT-SUB NOT = 0
               ADD 1 TO WS-POINT-SAFE(WS-POINT-SUB)
           END-IF.
       2500-EXIT.
           EXIT.

      *------------------------------------
      * LOOK UP THE NAME IN WS-FIND-NAME/WS-FIND-LASTNAME AMONG THE
      * CHECK-INS - ZERO WHEN NOT CHECKED IN
      *------------------------------------
       2600-FIND-WARD.
           MOVE ZERO TO WS-WARD-SUB.
           IF WS-WARD-COUNT = 0
               GO TO 2600-EXIT
           END-IF.
           SET WS-WARD-IDX TO 1.
           SEARCH WS-WARD-ENTRY
               AT END
                   MOVE ZERO TO WS-WARD-SUB
               WHEN WS-WARD-IDX > WS-WARD-COUNT
                   MOVE ZERO TO WS-WARD-SUB
               WHEN WS-WARD-NAME(WS-WARD-IDX) = WS-FIND-NAME
                   AND WS-WARD-LASTNAME(WS-WARD-IDX)
                       = WS-FIND-LASTNAME
                   SET WS-WARD-SUB TO WS-WARD-IDX
           END-SEARCH.
       2600-EXIT.
           EXIT.

       2700-COUNT-NOT-SIGNED.
           IF WARD-MATCHED(WS-WARD-IDX)
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-NOT-SIGNED-COUNT.
           MOVE WS-WARD-POINT-SUB(WS-WARD-IDX) TO WS-POINT-SUB.
           IF WS-POINT-SUB NOT = 0
               ADD 1 TO WS-POINT-NOT-SIGNED(WS-POINT-SUB)
           END-IF.
       2700-EXIT.
           EXIT.

      *------------------------------------
      * WRITE THE THREE LISTS AND THE POINT TOTALS, KEEPING THE
      * DRILL ON MUSTHIST AS EACH LINE GOES OUT
      *------------------------------------
       3000-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FIRE-DRILL MUSTER RECONCILIATION - " WS-TODAY
               " " WS-DRILL-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3800-WRITE-HEADER THRU 3800-EXIT.

           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Confirmed safe:" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3100-PRINT-SAFE THRU 3100-EXIT
               VARYING WS-INSIDE-IDX FROM 1 BY 1
               UNTIL WS-INSIDE-IDX > WS-INSIDE-COUNT.
           IF WS-SAFE-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.

           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "UNACCOUNTED FOR - on site but not checked in:"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3200-PRINT-UNACCOUNTED THRU 3200-EXIT
               VARYING WS-INSIDE-IDX FROM 1 BY 1
               UNTIL WS-INSIDE-IDX > WS-INSIDE-COUNT.
           IF WS-UNACCOUNTED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.

           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Checked in but not signed in on the system:"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3300-PRINT-NOT-SIGNED THRU 3300-EXIT
               VARYING WS-WARD-IDX FROM 1 BY 1
               UNTIL WS-WARD-IDX > WS-WARD-COUNT.
           IF WS-NOT-SIGNED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.

           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "Assembly point   checked in   safe   not signed in"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3400-PRINT-POINT THRU 3400-EXIT
               VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT.
           IF WS-POINT-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-SAFE.
           MOVE WS-INSIDE-WARD-SUB(WS-INSIDE-IDX) TO WS-WARD-SUB.
           IF WS-WARD-SUB = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-INSIDE-NAME(WS-INSIDE-IDX) " "
               WS-INSIDE-LASTNAME(WS-INSIDE-IDX) " "
               WS-WARD-POINT(WS-WARD-SUB) " "
               WS-WARD-TIME(WS-WARD-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3700-CLEAR-DETAIL THRU 3700-EXIT.
           SET MUST-SAFE TO TRUE.
           MOVE WS-INSIDE-NAME(WS-INSIDE-IDX) TO MUST-NAME.
           MOVE WS-INSIDE-LASTNAME(WS-INSIDE-IDX) TO MUST-LASTNAME.
           MOVE WS-WARD-POINT(WS-WARD-SUB) TO MUST-POINT.
           MOVE WS-INSIDE-DATE(WS-INSIDE-IDX) TO MUST-SIGNIN-DATE.
           MOVE WS-INSIDE-TIME(WS-INSIDE-IDX) TO MUST-SIGNIN-TIME.
           MOVE WS-WARD-TIME(WS-WARD-SUB) TO MUST-CHECKIN-TIME.
           WRITE MUST-RECORD.
       3100-EXIT.
           EXIT.

      *------------------------------------
      * EVERYONE INSIDE WITH NO CHECK-IN, WITH WHAT THE MARSHAL
      * NEEDS TO FIND THEM - WHEN THEY CAME IN, WHO THEY ARE WITH,
      * AND WHERE THEY WORK
      *------------------------------------
       3200-PRINT-UNACCOUNTED.
           IF INSIDE-SIGNED-OUT(WS-INSIDE-IDX)
               OR WS-INSIDE-WARD-SUB(WS-INSIDE-IDX) NOT = 0
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3250-FIND-DEPARTMENT THRU 3250-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-INSIDE-NAME(WS-INSIDE-IDX) " "
               WS-INSIDE-LASTNAME(WS-INSIDE-IDX) " in since "
               WS-INSIDE-DATE(WS-INSIDE-IDX) " "
               WS-INSIDE-TIME(WS-INSIDE-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-INSIDE-SPONSOR-NAME(WS-INSIDE-IDX) NOT = SPACES
               OR WS-INSIDE-SPONSOR-LASTNAME(WS-INSIDE-IDX)
                   NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      sponsor "
                   WS-INSIDE-SPONSOR-NAME(WS-INSIDE-IDX) " "
                   WS-INSIDE-SPONSOR-LASTNAME(WS-INSIDE-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "      department " WS-DEPT-WORK
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3700-CLEAR-DETAIL THRU 3700-EXIT.
           SET MUST-UNACCOUNTED TO TRUE.
           MOVE WS-INSIDE-NAME(WS-INSIDE-IDX) TO MUST-NAME.
           MOVE WS-INSIDE-LASTNAME(WS-INSIDE-IDX) TO MUST-LASTNAME.
           MOVE WS-INSIDE-DATE(WS-INSIDE-IDX) TO MUST-SIGNIN-DATE.
           MOVE WS-INSIDE-TIME(WS-INSIDE-IDX) TO MUST-SIGNIN-TIME.
           MOVE WS-DEPT-WORK TO MUST-DEPARTMENT.
           WRITE MUST-RECORD.
       3200-EXIT.
           EXIT.

      *------------------------------------
      * A GUEST IS NOT ON THE ROSTER - THEIR SPONSOR IS THE LEAD
      *------------------------------------
       3250-FIND-DEPARTMENT.
           SET MEMBER-NOT-FOUND TO TRUE.
           IF MAST-OPEN
               MOVE WS-INSIDE-NAME(WS-INSIDE-IDX) TO MAST-NAME
               MOVE WS-INSIDE-LASTNAME(WS-INSIDE-IDX) TO MAST-LASTNAME
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
               IF MEMBER-FOUND
                   MOVE "(UNASSIGNED)" TO WS-DEPT-WORK
               ELSE
                   MOVE "(NOT ON ROSTER)" TO WS-DEPT-WORK
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

       3300-PRINT-NOT-SIGNED.
           IF WARD-MATCHED(WS-WARD-IDX)
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-WARD-NAME(WS-WARD-IDX) " "
               WS-WARD-LASTNAME(WS-WARD-IDX) " "
               WS-WARD-POINT(WS-WARD-IDX) " "
               WS-WARD-TIME(WS-WARD-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3700-CLEAR-DETAIL THRU 3700-EXIT.
           SET MUST-NOT-SIGNED-IN TO TRUE.
           MOVE WS-WARD-NAME(WS-WARD-IDX) TO MUST-NAME.
           MOVE WS-WARD-LASTNAME(WS-WARD-IDX) TO MUST-LASTNAME.
           MOVE WS-WARD-POINT(WS-WARD-IDX) TO MUST-POINT.
           MOVE WS-WARD-TIME(WS-WARD-IDX) TO MUST-CHECKIN-TIME.
           WRITE MUST-RECORD.
       3300-EXIT.
           EXIT.

       3400-PRINT-POINT.
           MOVE WS-POINT-CHECKIN(WS-POINT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-POINT-SAFE(WS-POINT-IDX) TO WS-SAFE-EDIT.
           MOVE WS-POINT-NOT-SIGNED(WS-POINT-IDX)
               TO WS-NOT-SIGNED-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-POINT-NAME(WS-POINT-IDX) "         "
               WS-COUNT-EDIT "  " WS-SAFE-EDIT "          "
               WS-NOT-SIGNED-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3400-EXIT.
           EXIT.

       3500-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-ONSITE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "On premises per SIGNLOG:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-CHECKIN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Checked in by wardens:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-SAFE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Confirmed safe:               " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-UNACCOUNTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Unaccounted for:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE WS-NOT-SIGNED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Checked in, not signed in:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-DUPLICATE-COUNT NOT = 0
               MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Duplicate check-ins ignored:  " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3700-CLEAR-DETAIL.
           MOVE SPACES TO MUST-RECORD.
           SET MUST-DETAIL TO TRUE.
           MOVE WS-TODAY TO MUST-DRILL-DATE.
           MOVE WS-DRILL-TIME TO MUST-DRILL-TIME.
       3700-EXIT.
           EXIT.

      *------------------------------------
      * ONE HEADER PER DRILL, AHEAD OF ITS DETAIL RECORDS
      *------------------------------------
       3800-WRITE-HEADER.
           MOVE SPACES TO MUST-RECORD.
           SET MUST-HEADER TO TRUE.
           MOVE WS-TODAY TO MUST-DRILL-DATE.
           MOVE WS-DRILL-TIME TO MUST-DRILL-TIME.
           MOVE WS-ONSITE-COUNT TO MUST-ONSITE-COUNT.
           MOVE WS-CHECKIN-COUNT TO MUST-CHECKIN-COUNT.
           MOVE WS-SAFE-COUNT TO MUST-SAFE-COUNT.
           MOVE WS-UNACCOUNTED-COUNT TO MUST-UNACCOUNTED-COUNT.
           MOVE WS-NOT-SIGNED-COUNT TO MUST-NOT-SIGNED-COUNT.
           MOVE WS-POINT-COUNT TO MUST-POINT-COUNT.
           WRITE MUST-RECORD.
       3800-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
