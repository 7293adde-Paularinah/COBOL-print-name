       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEWRPT.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original weekly roster renewal run - read
      *                 the MASTIDX roster end to end and list every
      *                 member whose access expires in the next 30
      *                 days, grouped by department and contact, so
      *                 each contact can arrange renewals before the
      *                 member is turned away at the door. Members
      *                 expired longer than the PARMFILE lapse
      *                 period (90 days when no parameter is set)
      *                 get a MASTMNT delete transaction on PURGTRAN
      *                 for a supervisor to review, stamp with their
      *                 operator ID, and apply.
      *   26-10-15  PB  Keep the renewal groups in department, contact
      *                 last name, contact name order instead of the
      *                 order the roster first shows them, so each
      *                 department prints as one block under a single
      *                 heading.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT MNT-FILE ASSIGN TO "PURGTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "RENEWOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-INSTALLATION    PIC X(20).
           05  PARM-GREETING        PIC X(40).
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

      *------------------------------------
      * SAME LAYOUT AS THE MASTTRAN MAINTENANCE TRANSACTIONS MASTMNT
      * APPLIES - PURGTRAN IS FED TO MASTMNT AS ITS MASTTRAN
      *------------------------------------
       FD  MNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-RECORD.
           05  MNT-ACTION           PIC X(01).
               88  MNT-ADD              VALUE 'A'.
               88  MNT-CHANGE           VALUE 'C'.
               88  MNT-DELETE           VALUE 'D'.
           05  MNT-NAME             PIC X(25).
           05  MNT-LASTNAME         PIC X(25).
           05  MNT-NEW-NAME         PIC X(25).
           05  MNT-NEW-LASTNAME     PIC X(25).
           05  MNT-OPERATOR         PIC X(08).
           05  MNT-DEPARTMENT       PIC X(20).
           05  MNT-CONTACT-NAME     PIC X(25).
           05  MNT-CONTACT-LASTNAME PIC X(25).
           05  MNT-EXPIRY-DATE      PIC X(08).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-MNTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MAST-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  MAST-EOF                 VALUE 'Y'.
       77  WS-GROUP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  GROUP-FOUND              VALUE 'Y'.
           88  GROUP-NOT-FOUND          VALUE 'N'.
       77  WS-LAPSE-DAYS            PIC 9(03) VALUE 90.
       77  WS-TODAY-INT             PIC 9(07) COMP VALUE ZERO.
       77  WS-EXPIRY-INT            PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-LEFT             PIC S9(07) COMP VALUE ZERO.
       77  WS-MEMBER-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-GROUP-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-EXPIRING-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-LAPSED-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-PURGE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-GROUP-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-MEMBER-SUB            PIC 9(05) COMP VALUE ZERO.
       77  WS-INSERT-SUB            PIC 9(05) COMP VALUE ZERO.
       77  WS-SHIFT-SUB             PIC 9(05) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZ9.
       77  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-TODAY                 PIC 9(08) VALUE ZERO.
       01  WS-EXPIRY-NUM            PIC 9(08) VALUE ZERO.
       01  WS-REPORT-LINE           PIC X(80).
       01  WS-PRIOR-DEPARTMENT      PIC X(20) VALUE SPACES.
       01  WS-NEW-GROUP-KEY.
           05  WS-NEW-DEPARTMENT        PIC X(20).
           05  WS-NEW-CONTACT-LASTNAME  PIC X(25).
           05  WS-NEW-CONTACT-NAME      PIC X(25).

      *------------------------------------
      * ONE ENTRY PER DEPARTMENT AND CONTACT WITH A MEMBER DUE FOR
      * RENEWAL, KEPT IN KEY ORDER, AND THE MEMBERS THEMSELVES
      * POINTING BACK AT THEIR GROUP
      *------------------------------------
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 300 TIMES
                                INDEXED BY WS-GROUP-IDX.
               10  WS-GRP-KEY.
                   15  WS-GRP-DEPARTMENT     PIC X(20).
                   15  WS-GRP-CONTACT-LASTNAME
                                             PIC X(25).
                   15  WS-GRP-CONTACT-NAME   PIC X(25).

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-MEMBER-IDX.
               10  WS-MBR-GROUP          PIC 9(05) COMP.
               10  WS-MBR-NAME           PIC X(25).
               10  WS-MBR-LASTNAME       PIC X(25).
               10  WS-MBR-EXPIRY         PIC X(08).
               10  WS-MBR-DAYS-LEFT      PIC 9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MASTFILE-STATUS = '00'
               PERFORM 2000-READ-MAST THRU 2000-EXIT
               PERFORM 2100-CHECK-MEMBER THRU 2100-EXIT
                   UNTIL MAST-EOF
               CLOSE MAST-FILE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS "."
           END-IF.
           PERFORM 3000-PRINT-RENEWALS THRU 3000-EXIT.
           PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
           CLOSE MNT-FILE.
           CLOSE RPT-FILE.
           STOP RUN.

      *------------------------------------
      * PICK UP THE LAPSE PERIOD AND OPEN THE ROSTER, THE PURGE
      * TRANSACTIONS, AND THE REPORT OUTPUT
      *------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
           OPEN INPUT MAST-FILE.
           OPEN OUTPUT MNT-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE "ROSTER RENEWAL NOTICES - EXPIRING WITHIN 30 DAYS"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Run date: " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARMFILE-STATUS = '00'
               READ PARM-FILE
                   AT END CONTINUE
               END-READ
               IF WS-PARMFILE-STATUS = '00'
                   AND PARM-LAPSE-DAYS IS NUMERIC
                   AND PARM-LAPSE-DAYS > 0
                   MOVE PARM-LAPSE-DAYS TO WS-LAPSE-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-READ-MAST.
           READ MAST-FILE NEXT RECORD
               AT END SET MAST-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * SORT ONE MEMBER INTO DUE-FOR-RENEWAL, LAPSED PAST THE
      * RETENTION PERIOD, OR NEITHER. MEMBERS WHOSE ACCESS DOES NOT
      * EXPIRE ARE PASSED OVER.
      *------------------------------------
       2100-CHECK-MEMBER.
           ADD 1 TO WS-READ-COUNT.
           IF MAST-EXPIRY-DATE = SPACES
               OR MAST-EXPIRY-DATE = '00000000'
               OR MAST-EXPIRY-DATE IS NOT NUMERIC
               GO TO 2100-NEXT
           END-IF.
           MOVE MAST-EXPIRY-DATE TO WS-EXPIRY-NUM.
           COMPUTE WS-EXPIRY-INT
               = FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT.
           IF WS-DAYS-LEFT NOT < 0
               IF WS-DAYS-LEFT NOT > 30
                   PERFORM 2200-STORE-RENEWAL THRU 2200-EXIT
               END-IF
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-LAPSED-COUNT.
           IF 0 - WS-DAYS-LEFT > WS-LAPSE-DAYS
               PERFORM 2400-WRITE-PURGE THRU 2400-EXIT
           END-IF.
       2100-NEXT.
           PERFORM 2000-READ-MAST THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * HOLD A MEMBER DUE FOR RENEWAL UNDER THEIR DEPARTMENT AND
      * CONTACT
      *------------------------------------
       2200-STORE-RENEWAL.
           ADD 1 TO WS-EXPIRING-COUNT.
           MOVE MAST-DEPARTMENT TO WS-NEW-DEPARTMENT.
           MOVE MAST-CONTACT-LASTNAME TO WS-NEW-CONTACT-LASTNAME.
           MOVE MAST-CONTACT-NAME TO WS-NEW-CONTACT-NAME.
           PERFORM 2300-FIND-GROUP THRU 2300-EXIT.
           IF GROUP-NOT-FOUND
               IF WS-GROUP-COUNT NOT < 300
                   DISPLAY "Renewal group table full at 300 - "
                       FUNCTION TRIM(MAST-NAME) " "
                       FUNCTION TRIM(MAST-LASTNAME) " not listed."
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2350-INSERT-GROUP THRU 2350-EXIT
           END-IF.
           IF WS-MEMBER-COUNT NOT < 2000
               DISPLAY "Renewal member table full at 2000 - "
                   FUNCTION TRIM(MAST-NAME) " "
                   FUNCTION TRIM(MAST-LASTNAME) " not listed."
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE WS-GROUP-SUB TO WS-MBR-GROUP(WS-MEMBER-COUNT).
           MOVE MAST-NAME TO WS-MBR-NAME(WS-MEMBER-COUNT).
           MOVE MAST-LASTNAME TO WS-MBR-LASTNAME(WS-MEMBER-COUNT).
           MOVE MAST-EXPIRY-DATE TO WS-MBR-EXPIRY(WS-MEMBER-COUNT).
           MOVE WS-DAYS-LEFT TO WS-MBR-DAYS-LEFT(WS-MEMBER-COUNT).
       2200-EXIT.
           EXIT.

       2300-FIND-GROUP.
           SET GROUP-NOT-FOUND TO TRUE.
           IF WS-GROUP-COUNT = 0
               GO TO 2300-EXIT
           END-IF.
           SET WS-GROUP-IDX TO 1.
           SEARCH WS-GROUP-ENTRY
               AT END
                   SET GROUP-NOT-FOUND TO TRUE
               WHEN WS-GROUP-IDX > WS-GROUP-COUNT
                   SET GROUP-NOT-FOUND TO TRUE
               WHEN WS-GRP-KEY(WS-GROUP-IDX) = WS-NEW-GROUP-KEY
                   SET GROUP-FOUND TO TRUE
                   SET WS-GROUP-SUB TO WS-GROUP-IDX
           END-SEARCH.
       2300-EXIT.
           EXIT.

      *------------------------------------
      * OPEN A NEW GROUP AHEAD OF THE FIRST ONE WITH A HIGHER KEY,
      * MOVING THE REST UP ONE AND RENUMBERING THE MEMBERS ALREADY
      * HELD AGAINST THEM
      *------------------------------------
       2350-INSERT-GROUP.
           COMPUTE WS-INSERT-SUB = WS-GROUP-COUNT + 1.
           SET WS-GROUP-IDX TO 1.
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GROUP-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GRP-KEY(WS-GROUP-IDX) > WS-NEW-GROUP-KEY
                   SET WS-INSERT-SUB TO WS-GROUP-IDX
           END-SEARCH.
           PERFORM 2370-SHIFT-GROUP THRU 2370-EXIT
               VARYING WS-SHIFT-SUB FROM WS-GROUP-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
           PERFORM 2380-RENUMBER-MEMBER THRU 2380-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-NEW-GROUP-KEY TO WS-GRP-KEY(WS-INSERT-SUB).
           MOVE WS-INSERT-SUB TO WS-GROUP-SUB.
       2350-EXIT.
           EXIT.

       2370-SHIFT-GROUP.
           MOVE WS-GROUP-ENTRY(WS-SHIFT-SUB)
               TO WS-GROUP-ENTRY(WS-SHIFT-SUB + 1).
       2370-EXIT.
           EXIT.

       2380-RENUMBER-MEMBER.
           IF WS-MBR-GROUP(WS-MEMBER-SUB) NOT < WS-INSERT-SUB
               ADD 1 TO WS-MBR-GROUP(WS-MEMBER-SUB)
           END-IF.
       2380-EXIT.
           EXIT.

      *------------------------------------
      * QUEUE A DELETE FOR A MEMBER LAPSED PAST THE RETENTION
      * PERIOD - THE OPERATOR IS LEFT BLANK FOR THE REVIEWING
      * SUPERVISOR TO STAMP BEFORE THE FILE GOES TO MASTMNT
      *------------------------------------
       2400-WRITE-PURGE.
           MOVE SPACES TO MNT-RECORD.
           SET MNT-DELETE TO TRUE.
           MOVE MAST-NAME TO MNT-NAME.
           MOVE MAST-LASTNAME TO MNT-LASTNAME.
           MOVE MAST-DEPARTMENT TO MNT-DEPARTMENT.
           MOVE MAST-CONTACT-NAME TO MNT-CONTACT-NAME.
           MOVE MAST-CONTACT-LASTNAME TO MNT-CONTACT-LASTNAME.
           MOVE MAST-EXPIRY-DATE TO MNT-EXPIRY-DATE.
           WRITE MNT-RECORD.
           ADD 1 TO WS-PURGE-COUNT.
           IF WS-PURGE-COUNT = 1
               MOVE " " TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               MOVE "LAPSED MEMBERS - DELETES QUEUED ON PURGTRAN"
                   TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
           COMPUTE WS-DAYS-EDIT = 0 - WS-DAYS-LEFT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " MAST-NAME " " MAST-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " MAST-DEPARTMENT " expired "
               MAST-EXPIRY-DATE " - " WS-DAYS-EDIT " days ago"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * LIST THE MEMBERS DUE FOR RENEWAL ONE DEPARTMENT AND CONTACT
      * AT A TIME
      *------------------------------------
       3000-PRINT-RENEWALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE "MEMBERS DUE FOR RENEWAL BY DEPARTMENT AND CONTACT"
               TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           IF WS-GROUP-COUNT = 0
               MOVE "  No members expire in the next 30 days."
                   TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PRINT-GROUP THRU 3100-EXIT
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
       3000-EXIT.
           EXIT.

       3100-PRINT-GROUP.
           IF WS-GROUP-SUB = 1
               OR WS-GRP-DEPARTMENT(WS-GROUP-SUB)
                   NOT = WS-PRIOR-DEPARTMENT
               MOVE " " TO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Department: " WS-GRP-DEPARTMENT(WS-GROUP-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
               MOVE WS-GRP-DEPARTMENT(WS-GROUP-SUB)
                   TO WS-PRIOR-DEPARTMENT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Contact:    "
               WS-GRP-CONTACT-NAME(WS-GROUP-SUB) " "
               WS-GRP-CONTACT-LASTNAME(WS-GROUP-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           PERFORM 3200-PRINT-MEMBER THRU 3200-EXIT
               VARYING WS-MEMBER-SUB FROM 1 BY 1
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
       3100-EXIT.
           EXIT.

       3200-PRINT-MEMBER.
           IF WS-MBR-GROUP(WS-MEMBER-SUB) NOT = WS-GROUP-SUB
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-MBR-DAYS-LEFT(WS-MEMBER-SUB) TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-MBR-NAME(WS-MEMBER-SUB) " "
               WS-MBR-LASTNAME(WS-MEMBER-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    expires " WS-MBR-EXPIRY(WS-MEMBER-SUB)
               " - " WS-DAYS-EDIT " days left"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *------------------------------------
      * WRITE AND DISPLAY THE RUN TOTALS
      *------------------------------------
       3500-PRINT-TOTALS.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Members on the roster:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-EXPIRING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Expiring within 30 days:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-LAPSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Already expired:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.

           MOVE WS-LAPSE-DAYS TO WS-DAYS-EDIT.
           MOVE WS-PURGE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Expired over " WS-DAYS-EDIT " days:   "
               WS-COUNT-EDIT " (deletes on PURGTRAN)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 3900-EMIT-LINE THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

       3900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       3900-EXIT.
           EXIT.
