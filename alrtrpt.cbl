       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTRPT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original daily open-alerts report - list
      *                 every SECALERT watchlist alert that has no
      *                 SECDISP disposition yet with how long it has
      *                 been open, then the alerts the guard desk
      *                 answered today with the responding guard,
      *                 and totals by disposition so security audit
      *                 can see every barred hit was handled.
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
           SELECT RPT-FILE ASSIGN TO "ALRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

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

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ALERTFILE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-DISPFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-ALERT-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  ALERT-EOF                VALUE 'Y'.
       77  WS-DISP-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  DISP-EOF                 VALUE 'Y'.
       77  WS-DISP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  DISP-FOUND               VALUE 'Y'.
           88  DISP-NOT-FOUND           VALUE 'N'.
       77  WS-DISP-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-ALERT-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-HANDLED-TODAY-COUNT   PIC 9(05) COMP VALUE ZERO.
       77  WS-GUARD-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-LEFT-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-POLICE-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-FALSE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-TODAY-INT             PIC 9(07) COMP VALUE ZERO.
       77  WS-ALERT-INT             PIC 9(07) COMP VALUE ZERO.
       77  WS-NOW-MINUTES           PIC 9(05) COMP VALUE ZERO.
       77  WS-ALERT-MINUTES         PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-MINUTES          PIC S9(09) COMP VALUE ZERO.
       77  WS-OPEN-DAYS             PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-HOURS            PIC 9(02) VALUE ZERO.
       77  WS-OPEN-MINS             PIC 9(02) VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-TODAY                 PIC 9(08) VALUE ZERO.
       01  WS-TIME-NOW              PIC X(08) VALUE SPACES.
       01  WS-ALERT-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-HHMM.
           05  WS-HH                PIC 9(02).
           05  WS-MM                PIC 9(02).
       01  WS-CODE-TEXT             PIC X(16) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-DISP-IDX.
               10  WS-DT-ALERT-DATE     PIC X(08).
               10  WS-DT-ALERT-TIME     PIC X(08).
               10  WS-DT-NAME           PIC X(25).
               10  WS-DT-LASTNAME       PIC X(25).
               10  WS-DT-CODE           PIC X(01).
               10  WS-DT-GUARD          PIC X(08).
               10  WS-DT-DATE           PIC X(08).
               10  WS-DT-TIME           PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-DISPS THRU 1100-EXIT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERTFILE-STATUS = '00'
               PERFORM 2000-READ-ALERT THRU 2000-EXIT
               PERFORM 2100-CHECK-ALERT THRU 2100-EXIT
                   UNTIL ALERT-EOF
               CLOSE ALERT-FILE
               PERFORM 2500-LIST-HANDLED THRU 2500-EXIT
           ELSE
               MOVE "  No SECALERT alerts on file." TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * OPEN THE REPORT OUTPUT AND TAKE THE CURRENT DATE AND TIME
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE WS-TIME-NOW(1:4) TO WS-HHMM.
           COMPUTE WS-NOW-MINUTES = WS-HH * 60 + WS-MM.
           OPEN OUTPUT RPT-FILE.
           MOVE "SECURITY ALERT FOLLOW-UP REPORT" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Run date: " WS-TODAY " time: " WS-TIME-NOW(1:2)
               ":" WS-TIME-NOW(3:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "OPEN ALERTS - NO DISPOSITION RECORDED"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

      *------------------------------------
      * LOAD EVERY DISPOSITION THE GUARD DESK HAS RECORDED
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
               MOVE DISP-CODE TO WS-DT-CODE(WS-DISP-COUNT)
               MOVE DISP-GUARD TO WS-DT-GUARD(WS-DISP-COUNT)
               MOVE DISP-DATE TO WS-DT-DATE(WS-DISP-COUNT)
               MOVE DISP-TIME TO WS-DT-TIME(WS-DISP-COUNT)
               PERFORM 1150-READ-DISP THRU 1150-EXIT
           ELSE
               DISPLAY "Disposition table full at 2000 - later "
                   "dispositions not counted."
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
      * MATCH ONE ALERT TO ITS DISPOSITION - OPEN ONES ARE LISTED
      * WITH HOW LONG THEY HAVE BEEN WAITING, ANSWERED ONES ARE
      * COUNTED BY DISPOSITION
      *------------------------------------
       2100-CHECK-ALERT.
           ADD 1 TO WS-ALERT-COUNT.
           PERFORM 2200-FIND-DISP THRU 2200-EXIT.
           IF DISP-FOUND
               PERFORM 2300-COUNT-CODE THRU 2300-EXIT
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 2400-LIST-OPEN THRU 2400-EXIT
           END-IF.
           PERFORM 2000-READ-ALERT THRU 2000-EXIT.
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

       2300-COUNT-CODE.
           EVALUATE WS-DT-CODE(WS-DISP-IDX)
               WHEN 'G'
                   ADD 1 TO WS-GUARD-COUNT
               WHEN 'L'
                   ADD 1 TO WS-LEFT-COUNT
               WHEN 'P'
                   ADD 1 TO WS-POLICE-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FALSE-COUNT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *------------------------------------
      * LIST AN OPEN ALERT WITH ITS AGE IN DAYS, HOURS AND MINUTES
      *------------------------------------
       2400-LIST-OPEN.
           MOVE ZERO TO WS-OPEN-MINUTES.
           IF ALERT-DATE IS NUMERIC
               AND ALERT-TIME(1:4) IS NUMERIC
               MOVE ALERT-DATE TO WS-ALERT-DATE-NUM
               COMPUTE WS-ALERT-INT
                   = FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE-NUM)
               MOVE ALERT-TIME(1:4) TO WS-HHMM
               COMPUTE WS-ALERT-MINUTES = WS-HH * 60 + WS-MM
               COMPUTE WS-OPEN-MINUTES
                   = (WS-TODAY-INT - WS-ALERT-INT) * 1440
                   + WS-NOW-MINUTES - WS-ALERT-MINUTES
           END-IF.
           IF WS-OPEN-MINUTES < 0
               MOVE ZERO TO WS-OPEN-MINUTES
           END-IF.
           DIVIDE WS-OPEN-MINUTES BY 1440 GIVING WS-OPEN-DAYS
               REMAINDER WS-OPEN-MINUTES.
           DIVIDE WS-OPEN-MINUTES BY 60 GIVING WS-OPEN-HOURS
               REMAINDER WS-OPEN-MINS.
           MOVE WS-OPEN-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " ALERT-NAME " " ALERT-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    raised " ALERT-DATE " " ALERT-TIME(1:2) ":"
               ALERT-TIME(3:2) " by " ALERT-OPERATOR
               "  open " WS-DAYS-EDIT " days " WS-OPEN-HOURS
               ":" WS-OPEN-MINS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * LIST THE DISPOSITIONS THE GUARD DESK RECORDED TODAY
      *------------------------------------
       2500-LIST-HANDLED.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "ALERTS ANSWERED TODAY" TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-DISP-COUNT = 0
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2550-LIST-ONE THRU 2550-EXIT
               VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > WS-DISP-COUNT.
       2500-EXIT.
           EXIT.

       2550-LIST-ONE.
           IF WS-DT-DATE(WS-DISP-IDX) NOT = WS-TODAY
               GO TO 2550-EXIT
           END-IF.
           ADD 1 TO WS-HANDLED-TODAY-COUNT.
           EVALUATE WS-DT-CODE(WS-DISP-IDX)
               WHEN 'G'
                   MOVE "GUARD ATTENDED" TO WS-CODE-TEXT
               WHEN 'L'
                   MOVE "PERSON LEFT" TO WS-CODE-TEXT
               WHEN 'P'
                   MOVE "POLICE CALLED" TO WS-CODE-TEXT
               WHEN 'F'
                   MOVE "FALSE MATCH" TO WS-CODE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN CODE" TO WS-CODE-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-DT-NAME(WS-DISP-IDX) " "
               WS-DT-LASTNAME(WS-DISP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    raised " WS-DT-ALERT-DATE(WS-DISP-IDX) " "
               WS-DT-ALERT-TIME(WS-DISP-IDX)(1:2) ":"
               WS-DT-ALERT-TIME(WS-DISP-IDX)(3:2) "  "
               WS-CODE-TEXT " guard " WS-DT-GUARD(WS-DISP-IDX)
               " at " WS-DT-TIME(WS-DISP-IDX)(1:2) ":"
               WS-DT-TIME(WS-DISP-IDX)(3:2)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       2550-EXIT.
           EXIT.

      *------------------------------------
      * WRITE AND DISPLAY THE ALERT AND DISPOSITION TOTALS
      *------------------------------------
       3000-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Alerts on file:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Still open:             " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-GUARD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Guard attended:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-LEFT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Person left:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-POLICE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Police called:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-FALSE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "False match:            " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-HANDLED-TODAY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Answered today:         " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
