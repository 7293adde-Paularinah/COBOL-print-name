       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSYNC.
       AUTHOR. Paula.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 26-10-15.
       DATE-COMPILED. 26-10-15.
      *------------------------------------
      * MODIFICATION HISTORY
      *   26-10-15  PB  Original head-office roster synchronization -
      *                 read the delimited HOROSTER feed (a header,
      *                 one full member record per line with the
      *                 department, contact, and expiry, and a
      *                 trailer count, laid out the way SECEXTR lays
      *                 out SECFEED) and apply it to the local
      *                 MASTIDX: members new to this site are added,
      *                 members whose profile differs are brought
      *                 into line, and members held only locally
      *                 are flagged, never deleted. Every difference
      *                 goes to the HOSYNOUT reconciliation report
      *                 and to the MASTAUDT trail MASTMNT writes,
      *                 under operator HOSYNC. The whole feed is
      *                 checked first - a missing header or trailer,
      *                 or a trailer count that does not match the
      *                 detail records, leaves MASTIDX untouched.
      *   26-10-15  PB  A feed line short of its fields (seven for a
      *                 detail, three for the header, two for the
      *                 trailer) is malformed - a cut-off detail must
      *                 not blank a member's contact and expiry.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "HOROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDFILE-STATUS.
           SELECT MAST-FILE ASSIGN TO "MASTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-KEY
               FILE STATUS IS WS-MASTFILE-STATUS.
           SELECT AUDT-FILE ASSIGN TO "MASTAUDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDTFILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "HOSYNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-RECORD              PIC X(200).

       FD  MAST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAST-RECORD.
           COPY MASTER.

       FD  AUDT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDT-RECORD.
           COPY MASTAUDT.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FEEDFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-MASTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-AUDTFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RPTFILE-STATUS        PIC X(02) VALUE SPACES.
       77  WS-FEED-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  FEED-EOF                 VALUE 'Y'.
       77  WS-MAST-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  MAST-EOF                 VALUE 'Y'.
       77  WS-MAST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
           88  MASTER-OPEN              VALUE 'Y'.
           88  MASTER-NOT-OPEN          VALUE 'N'.
       77  WS-HEADER-SEEN-SWITCH    PIC X(01) VALUE 'N'.
           88  HEADER-SEEN              VALUE 'Y'.
       77  WS-TRAILER-SEEN-SWITCH   PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN             VALUE 'Y'.
       77  WS-FEED-OK-SWITCH        PIC X(01) VALUE 'N'.
           88  FEED-OK                  VALUE 'Y'.
       77  WS-NAMES-VALID-SWITCH    PIC X(01) VALUE 'N'.
           88  VALID-NAMES              VALUE 'Y'.
           88  INVALID-NAMES            VALUE 'N'.
       77  WS-EXPIRY-VALID-SWITCH   PIC X(01) VALUE 'N'.
           88  VALID-EXPIRY             VALUE 'Y'.
           88  INVALID-EXPIRY           VALUE 'N'.
       77  WS-ENTRY-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  ENTRY-FOUND              VALUE 'Y'.
           88  ENTRY-NOT-FOUND          VALUE 'N'.
       77  WS-FEED-FOUND-SWITCH     PIC X(01) VALUE 'N'.
           88  FEED-MEMBER-FOUND        VALUE 'Y'.
           88  FEED-MEMBER-NOT-FOUND    VALUE 'N'.
       77  WS-FEED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-FEED-SUB              PIC 9(05) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-TRAILER-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-BAD-RECORD-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-ADDED-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-CHANGED-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-SAME-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-LOCAL-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-FIELD-COUNT           PIC 9(03) COMP VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZZZ9.
       77  WS-REJECT-REASON         PIC X(02) VALUE SPACES.
       77  WS-AUDIT-ACTION          PIC X(01) VALUE SPACES.
       01  WS-FEED-LINE             PIC X(200).
       01  WS-FEED-DATE             PIC X(08) VALUE SPACES.
       01  WS-FEED-SOURCE           PIC X(20) VALUE SPACES.
       01  WS-FEED-TRAILER-FIELD    PIC X(07) VALUE SPACES.
       01  WS-REPORT-LINE           PIC X(80).

      *------------------------------------
      * ONE FEED LINE SPLIT AT ITS "|" DELIMITERS
      *------------------------------------
       01  WS-FEED-FIELDS.
           05  WS-F-TYPE            PIC X(01).
               88  F-HEADER             VALUE 'H'.
               88  F-DETAIL             VALUE 'D'.
               88  F-TRAILER            VALUE 'T'.
           05  WS-F-NAME            PIC X(25).
           05  WS-F-LASTNAME        PIC X(25).
           05  WS-F-DEPARTMENT      PIC X(20).
           05  WS-F-CONTACT-NAME    PIC X(25).
           05  WS-F-CONTACT-LASTNAME
                                    PIC X(25).
           05  WS-F-EXPIRY-DATE     PIC X(08).

      *------------------------------------
      * THE FEED HELD IN CORE BETWEEN THE BALANCING PASS AND THE
      * UPDATE PASS, AND SEARCHED FOR EACH LOCAL MEMBER IN THE
      * LOCAL-ONLY PASS
      *------------------------------------
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-FEED-IDX.
               10  WS-FEED-NAME         PIC X(25).
               10  WS-FEED-LASTNAME     PIC X(25).
               10  WS-FEED-DEPARTMENT   PIC X(20).
               10  WS-FEED-CONTACT-NAME PIC X(25).
               10  WS-FEED-CONTACT-LASTNAME
                                        PIC X(25).
               10  WS-FEED-EXPIRY-DATE  PIC X(08).
               10  WS-FEED-REASON       PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-FEEDFILE-STATUS = '00'
               PERFORM 2000-READ-FEED THRU 2000-EXIT
               PERFORM 2100-CHECK-FEED THRU 2100-EXIT
                   UNTIL FEED-EOF
               CLOSE FEED-FILE
               PERFORM 2900-BALANCE-CHECK THRU 2900-EXIT
           ELSE
               DISPLAY "No HOROSTER feed found - nothing to apply."
           END-IF.
           IF FEED-OK
               PERFORM 3000-APPLY-FEED THRU 3000-EXIT
           ELSE
               MOVE "MASTIDX NOT UPDATED - the feed was rejected."
                   TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           STOP RUN.

      *------------------------------------
      * OPEN THE FEED AND THE RECONCILIATION REPORT - THE MASTER
      * AND AUDIT TRAIL ARE NOT OPENED UNTIL THE FEED BALANCES
      *------------------------------------
       1000-INITIALIZE.
           OPEN INPUT FEED-FILE.
           OPEN OUTPUT RPT-FILE.
           MOVE "HEAD-OFFICE ROSTER RECONCILIATION" TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
       1000-EXIT.
           EXIT.

       2000-READ-FEED.
           READ FEED-FILE INTO WS-FEED-LINE
               AT END SET FEED-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *------------------------------------
      * FIRST PASS - CHECK THE SHAPE OF THE FEED AND HOLD EVERY
      * DETAIL RECORD. A DETAIL THAT FAILS THE ROSTER RULES IS
      * COUNTED FOR THE BALANCE BUT MARKED WITH ITS REJECT REASON.
      *------------------------------------
       2100-CHECK-FEED.
           IF WS-FEED-LINE = SPACES
               GO TO 2100-NEXT
           END-IF.
           MOVE SPACES TO WS-FEED-FIELDS.
           MOVE ZERO TO WS-FIELD-COUNT.
           UNSTRING WS-FEED-LINE DELIMITED BY "|"
               INTO WS-F-TYPE WS-F-NAME WS-F-LASTNAME
                    WS-F-DEPARTMENT WS-F-CONTACT-NAME
                    WS-F-CONTACT-LASTNAME WS-F-EXPIRY-DATE
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           IF TRAILER-SEEN
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed record found after the trailer."
               GO TO 2100-NEXT
           END-IF.
           IF (F-DETAIL AND WS-FIELD-COUNT NOT = 7)
               OR (F-HEADER AND WS-FIELD-COUNT NOT = 3)
               OR (F-TRAILER AND WS-FIELD-COUNT NOT = 2)
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed record short of its fields: "
                   FUNCTION TRIM(WS-FEED-LINE)
               GO TO 2100-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN F-HEADER
                   PERFORM 2200-CHECK-HEADER THRU 2200-EXIT
               WHEN F-DETAIL
                   PERFORM 2300-HOLD-DETAIL THRU 2300-EXIT
               WHEN F-TRAILER
                   PERFORM 2400-CHECK-TRAILER THRU 2400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-BAD-RECORD-COUNT
                   DISPLAY "Unknown feed record type '" WS-F-TYPE "'."
           END-EVALUATE.
       2100-NEXT.
           PERFORM 2000-READ-FEED THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

      *------------------------------------
      * THE HEADER CARRIES THE SENDING OFFICE AND THE EXTRACT DATE
      * AND MUST COME FIRST, ONCE
      *------------------------------------
       2200-CHECK-HEADER.
           IF HEADER-SEEN OR WS-DETAIL-COUNT > 0
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed header out of place."
               GO TO 2200-EXIT
           END-IF.
           SET HEADER-SEEN TO TRUE.
           MOVE WS-F-NAME TO WS-FEED-SOURCE.
           MOVE WS-F-LASTNAME TO WS-FEED-DATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Feed from " WS-FEED-SOURCE " extracted "
               WS-FEED-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
       2200-EXIT.
           EXIT.

       2300-HOLD-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           IF NOT HEADER-SEEN
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed detail before the header."
               GO TO 2300-EXIT
           END-IF.
           IF WS-FEED-COUNT NOT < 5000
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed holds more than 5000 members."
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 2500-VALIDATE-DETAIL THRU 2500-EXIT.
           ADD 1 TO WS-FEED-COUNT.
           MOVE WS-F-NAME TO WS-FEED-NAME(WS-FEED-COUNT).
           MOVE WS-F-LASTNAME TO WS-FEED-LASTNAME(WS-FEED-COUNT).
           MOVE WS-F-DEPARTMENT TO WS-FEED-DEPARTMENT(WS-FEED-COUNT).
           MOVE WS-F-CONTACT-NAME
               TO WS-FEED-CONTACT-NAME(WS-FEED-COUNT).
           MOVE WS-F-CONTACT-LASTNAME
               TO WS-FEED-CONTACT-LASTNAME(WS-FEED-COUNT).
           MOVE WS-F-EXPIRY-DATE
               TO WS-FEED-EXPIRY-DATE(WS-FEED-COUNT).
           MOVE WS-REJECT-REASON TO WS-FEED-REASON(WS-FEED-COUNT).
       2300-EXIT.
           EXIT.

      *------------------------------------
      * THE TRAILER COUNT IS SEVEN DIGITS, AS SECEXTR WRITES IT
      *------------------------------------
       2400-CHECK-TRAILER.
           SET TRAILER-SEEN TO TRUE.
           MOVE WS-F-NAME TO WS-FEED-TRAILER-FIELD.
           IF WS-FEED-TRAILER-FIELD IS NUMERIC
               MOVE WS-FEED-TRAILER-FIELD TO WS-TRAILER-COUNT
           ELSE
               ADD 1 TO WS-BAD-RECORD-COUNT
               DISPLAY "Feed trailer count is not numeric."
           END-IF.
       2400-EXIT.
           EXIT.

      *------------------------------------
      * THE SAME RULES MASTMNT APPLIES TO A LOCAL ADD - LETTERS-ONLY
      * NAMES, AN EXPIRY THAT IS A YYYYMMDD DATE OR BLANK - AND NO
      * MEMBER TWICE IN ONE FEED
      *------------------------------------
       2500-VALIDATE-DETAIL.
           PERFORM 2510-VALIDATE-NAMES THRU 2510-EXIT.
           IF INVALID-NAMES
               MOVE 'NV' TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-VALIDATE-EXPIRY THRU 2520-EXIT.
           IF INVALID-EXPIRY
               MOVE 'XD' TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-F-NAME TO MAST-NAME.
           MOVE WS-F-LASTNAME TO MAST-LASTNAME.
           PERFORM 2600-FIND-FEED-MEMBER THRU 2600-EXIT.
           IF FEED-MEMBER-FOUND
               MOVE 'DP' TO WS-REJECT-REASON
           END-IF.
       2500-EXIT.
           EXIT.

       2510-VALIDATE-NAMES.
           SET VALID-NAMES TO TRUE.
           IF WS-F-NAME = SPACES
               OR WS-F-NAME IS NOT ALPHABETIC
               SET INVALID-NAMES TO TRUE
           END-IF.
           IF WS-F-LASTNAME = SPACES
               OR WS-F-LASTNAME IS NOT ALPHABETIC
               SET INVALID-NAMES TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

       2520-VALIDATE-EXPIRY.
           SET VALID-EXPIRY TO TRUE.
           IF WS-F-EXPIRY-DATE = SPACES
               OR WS-F-EXPIRY-DATE = '00000000'
               GO TO 2520-EXIT
           END-IF.
           IF WS-F-EXPIRY-DATE IS NOT NUMERIC
               SET INVALID-EXPIRY TO TRUE
               GO TO 2520-EXIT
           END-IF.
           IF WS-F-EXPIRY-DATE(5:2) < '01'
               OR WS-F-EXPIRY-DATE(5:2) > '12'
               OR WS-F-EXPIRY-DATE(7:2) < '01'
               OR WS-F-EXPIRY-DATE(7:2) > '31'
               SET INVALID-EXPIRY TO TRUE
           END-IF.
       2520-EXIT.
           EXIT.

      *------------------------------------
      * LOOK THE NAME PAIR IN MAST-KEY UP AMONG THE FEED MEMBERS
      * HELD SO FAR
      *------------------------------------
       2600-FIND-FEED-MEMBER.
           SET FEED-MEMBER-NOT-FOUND TO TRUE.
           SET WS-FEED-IDX TO 1.
           SEARCH WS-FEED-ENTRY
               AT END
                   SET FEED-MEMBER-NOT-FOUND TO TRUE
               WHEN WS-FEED-IDX > WS-FEED-COUNT
                   SET FEED-MEMBER-NOT-FOUND TO TRUE
               WHEN WS-FEED-NAME(WS-FEED-IDX) = MAST-NAME
                   AND WS-FEED-LASTNAME(WS-FEED-IDX) = MAST-LASTNAME
                   SET FEED-MEMBER-FOUND TO TRUE
           END-SEARCH.
       2600-EXIT.
           EXIT.

      *------------------------------------
      * NOTHING IS APPLIED UNLESS THE FEED IS WHOLE - A HEADER, A
      * TRAILER, NO STRAY RECORDS, AND A TRAILER COUNT EQUAL TO THE
      * DETAIL RECORDS READ
      *------------------------------------
       2900-BALANCE-CHECK.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Detail records read:    " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-TRAILER-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Trailer count:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           IF NOT HEADER-SEEN
               MOVE "Feed REJECTED - no header record."
                   TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE "Feed REJECTED - no trailer record."
                   TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF WS-BAD-RECORD-COUNT > 0
               MOVE WS-BAD-RECORD-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Feed REJECTED - malformed records:"
                   WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               GO TO 2900-EXIT
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               MOVE "Feed REJECTED - OUT OF BALANCE with its trailer."
                   TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               GO TO 2900-EXIT
           END-IF.
           MOVE "Feed in balance." TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           SET FEED-OK TO TRUE.
       2900-EXIT.
           EXIT.

      *------------------------------------
      * SECOND AND THIRD PASSES - APPLY EACH FEED MEMBER TO THE
      * MASTER, THEN WALK THE MASTER FOR MEMBERS THE FEED LACKS
      *------------------------------------
       3000-APPLY-FEED.
           PERFORM 3050-OPEN-MASTER THRU 3050-EXIT.
           IF MASTER-NOT-OPEN
               MOVE "MASTIDX NOT UPDATED - the roster would not open."
                   TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3060-OPEN-AUDIT THRU 3060-EXIT.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE "Differences applied from the feed:" TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           PERFORM 3100-APPLY-MEMBER THRU 3100-EXIT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT.
           IF WS-ADDED-COUNT = 0 AND WS-CHANGED-COUNT = 0
               AND WS-REJECTED-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE "Members on the local roster only (flagged):"
               TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           PERFORM 3500-FLAG-LOCAL-ONLY THRU 3500-EXIT.
           IF WS-LOCAL-COUNT = 0
               MOVE "  (none)" TO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           CLOSE AUDT-FILE.
       3000-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE INDEXED MASTER FOR UPDATE, CREATING IT THE FIRST
      * TIME
      *------------------------------------
       3050-OPEN-MASTER.
           OPEN I-O MAST-FILE.
           IF WS-MASTFILE-STATUS = '35'
               OPEN OUTPUT MAST-FILE
               CLOSE MAST-FILE
               OPEN I-O MAST-FILE
           END-IF.
           IF WS-MASTFILE-STATUS = '00'
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open the MASTIDX roster - status "
                   WS-MASTFILE-STATUS "."
           END-IF.
       3050-EXIT.
           EXIT.

      *------------------------------------
      * OPEN THE AUDIT TRAIL FOR APPEND, CREATING IT THE FIRST TIME
      *------------------------------------
       3060-OPEN-AUDIT.
           OPEN EXTEND AUDT-FILE.
           IF WS-AUDTFILE-STATUS = '35'
               OPEN OUTPUT AUDT-FILE
               CLOSE AUDT-FILE
               OPEN EXTEND AUDT-FILE
           END-IF.
       3060-EXIT.
           EXIT.

      *------------------------------------
      * A MEMBER NEW TO THIS SITE IS ADDED; ONE WHOSE DEPARTMENT,
      * CONTACT, OR EXPIRY DIFFERS IS REWRITTEN TO MATCH HEAD
      * OFFICE; ONE ALREADY IN LINE IS LEFT ALONE
      *------------------------------------
       3100-APPLY-MEMBER.
           IF WS-FEED-REASON(WS-FEED-SUB) NOT = SPACES
               PERFORM 3400-REJECT-MEMBER THRU 3400-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-FEED-NAME(WS-FEED-SUB) TO MAST-NAME.
           MOVE WS-FEED-LASTNAME(WS-FEED-SUB) TO MAST-LASTNAME.
           READ MAST-FILE
               INVALID KEY
                   SET ENTRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ENTRY-FOUND TO TRUE
           END-READ.
           IF ENTRY-NOT-FOUND
               PERFORM 3200-ADD-MEMBER THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF MAST-DEPARTMENT = WS-FEED-DEPARTMENT(WS-FEED-SUB)
               AND MAST-CONTACT-NAME
                   = WS-FEED-CONTACT-NAME(WS-FEED-SUB)
               AND MAST-CONTACT-LASTNAME
                   = WS-FEED-CONTACT-LASTNAME(WS-FEED-SUB)
               AND MAST-EXPIRY-DATE
                   = WS-FEED-EXPIRY-DATE(WS-FEED-SUB)
               ADD 1 TO WS-SAME-COUNT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-CHANGE-MEMBER THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-ADD-MEMBER.
           MOVE SPACES TO MAST-RECORD.
           MOVE WS-FEED-NAME(WS-FEED-SUB) TO MAST-NAME.
           MOVE WS-FEED-LASTNAME(WS-FEED-SUB) TO MAST-LASTNAME.
           PERFORM 3250-MOVE-PROFILE THRU 3250-EXIT.
           WRITE MAST-RECORD
               INVALID KEY
                   MOVE 'DP' TO WS-FEED-REASON(WS-FEED-SUB)
                   PERFORM 3400-REJECT-MEMBER THRU 3400-EXIT
                   GO TO 3200-EXIT
           END-WRITE.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE MAST-NAME TO AUDT-AFTER-NAME.
           MOVE MAST-LASTNAME TO AUDT-AFTER-LASTNAME.
           PERFORM 4300-AUDIT-AFTER-PROFILE THRU 4300-EXIT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ADDED    " MAST-NAME " " MAST-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    department " MAST-DEPARTMENT
               " expires " MAST-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
       3200-EXIT.
           EXIT.

      *------------------------------------
      * CARRY THE FEED MEMBER'S PROFILE FIELDS ONTO THE MASTER
      *------------------------------------
       3250-MOVE-PROFILE.
           MOVE WS-FEED-DEPARTMENT(WS-FEED-SUB) TO MAST-DEPARTMENT.
           MOVE WS-FEED-CONTACT-NAME(WS-FEED-SUB)
               TO MAST-CONTACT-NAME.
           MOVE WS-FEED-CONTACT-LASTNAME(WS-FEED-SUB)
               TO MAST-CONTACT-LASTNAME.
           MOVE WS-FEED-EXPIRY-DATE(WS-FEED-SUB) TO MAST-EXPIRY-DATE.
       3250-EXIT.
           EXIT.

      *------------------------------------
      * AUDIT AND REPORT THE PROFILE AS IT STOOD, THEN REWRITE IT
      * AS HEAD OFFICE HOLDS IT
      *------------------------------------
       3300-CHANGE-MEMBER.
           MOVE 'C' TO WS-AUDIT-ACTION.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-APPLIED TO TRUE.
           MOVE MAST-NAME TO AUDT-BEFORE-NAME.
           MOVE MAST-LASTNAME TO AUDT-BEFORE-LASTNAME.
           MOVE MAST-NAME TO AUDT-AFTER-NAME.
           MOVE MAST-LASTNAME TO AUDT-AFTER-LASTNAME.
           PERFORM 4400-AUDIT-BEFORE-PROFILE THRU 4400-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CHANGED  " MAST-NAME " " MAST-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           IF MAST-DEPARTMENT NOT = WS-FEED-DEPARTMENT(WS-FEED-SUB)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    department " MAST-DEPARTMENT " -> "
                   WS-FEED-DEPARTMENT(WS-FEED-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           IF MAST-CONTACT-NAME
                   NOT = WS-FEED-CONTACT-NAME(WS-FEED-SUB)
               OR MAST-CONTACT-LASTNAME
                   NOT = WS-FEED-CONTACT-LASTNAME(WS-FEED-SUB)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    contact was " MAST-CONTACT-NAME " "
                   MAST-CONTACT-LASTNAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    contact now "
                   WS-FEED-CONTACT-NAME(WS-FEED-SUB) " "
                   WS-FEED-CONTACT-LASTNAME(WS-FEED-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           IF MAST-EXPIRY-DATE NOT = WS-FEED-EXPIRY-DATE(WS-FEED-SUB)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    expiry " MAST-EXPIRY-DATE " -> "
                   WS-FEED-EXPIRY-DATE(WS-FEED-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 8900-EMIT-LINE THRU 8900-EXIT
           END-IF.
           PERFORM 3250-MOVE-PROFILE THRU 3250-EXIT.
           REWRITE MAST-RECORD
               INVALID KEY
                   MOVE 'NF' TO WS-FEED-REASON(WS-FEED-SUB)
                   PERFORM 3400-REJECT-MEMBER THRU 3400-EXIT
                   GO TO 3300-EXIT
           END-REWRITE.
           ADD 1 TO WS-CHANGED-COUNT.
           PERFORM 4300-AUDIT-AFTER-PROFILE THRU 4300-EXIT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
       3300-EXIT.
           EXIT.

      *------------------------------------
      * A FEED MEMBER THAT FAILED THE ROSTER RULES IS REPORTED AND
      * AUDITED AS REJECTED - THE REST OF THE FEED STILL APPLIES
      *------------------------------------
       3400-REJECT-MEMBER.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'A' TO WS-AUDIT-ACTION.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-REJECTED TO TRUE.
           MOVE WS-FEED-REASON(WS-FEED-SUB) TO AUDT-REASON.
           MOVE WS-FEED-NAME(WS-FEED-SUB) TO AUDT-AFTER-NAME.
           MOVE WS-FEED-LASTNAME(WS-FEED-SUB) TO AUDT-AFTER-LASTNAME.
           PERFORM 4300-AUDIT-AFTER-PROFILE THRU 4300-EXIT.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  REJECTED " WS-FEED-NAME(WS-FEED-SUB) " "
               WS-FEED-LASTNAME(WS-FEED-SUB) " "
               WS-FEED-REASON(WS-FEED-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
       3400-EXIT.
           EXIT.

      *------------------------------------
      * WALK THE WHOLE MASTER IN KEY ORDER - A MEMBER HEAD OFFICE
      * DOES NOT HOLD IS FLAGGED ON THE REPORT AND THE AUDIT TRAIL
      * BUT STAYS ON THE ROSTER FOR THE SITE TO RESOLVE
      *------------------------------------
       3500-FLAG-LOCAL-ONLY.
           MOVE LOW-VALUES TO MAST-KEY.
           START MAST-FILE KEY IS NOT LESS THAN MAST-KEY
               INVALID KEY
                   SET MAST-EOF TO TRUE
           END-START.
           IF NOT MAST-EOF
               PERFORM 3510-READ-MASTER THRU 3510-EXIT
           END-IF.
           PERFORM 3520-CHECK-LOCAL THRU 3520-EXIT
               UNTIL MAST-EOF.
       3500-EXIT.
           EXIT.

       3510-READ-MASTER.
           READ MAST-FILE NEXT RECORD
               AT END SET MAST-EOF TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

       3520-CHECK-LOCAL.
           PERFORM 2600-FIND-FEED-MEMBER THRU 2600-EXIT.
           IF FEED-MEMBER-FOUND
               GO TO 3520-NEXT
           END-IF.
           ADD 1 TO WS-LOCAL-COUNT.
           MOVE 'L' TO WS-AUDIT-ACTION.
           PERFORM 4000-AUDIT-START THRU 4000-EXIT.
           SET AUDT-FLAGGED TO TRUE.
           MOVE 'LO' TO AUDT-REASON.
           MOVE MAST-NAME TO AUDT-BEFORE-NAME.
           MOVE MAST-LASTNAME TO AUDT-BEFORE-LASTNAME.
           MOVE MAST-DEPARTMENT TO AUDT-BEFORE-DEPT.
           MOVE MAST-CONTACT-NAME TO AUDT-BEFORE-CONTACT-NAME.
           MOVE MAST-CONTACT-LASTNAME TO AUDT-BEFORE-CONTACT-LASTNAME.
           MOVE MAST-EXPIRY-DATE TO AUDT-BEFORE-EXPIRY.
           PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  LOCAL    " MAST-NAME " " MAST-LASTNAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    department " MAST-DEPARTMENT
               " expires " MAST-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
       3520-NEXT.
           PERFORM 3510-READ-MASTER THRU 3510-EXIT.
       3520-EXIT.
           EXIT.

      *------------------------------------
      * STAMP A FRESH AUDIT RECORD FOR THE ACTION THE CALLER SET
      *------------------------------------
       4000-AUDIT-START.
           MOVE SPACES TO AUDT-RECORD.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDT-TIME FROM TIME.
           MOVE "HOSYNC" TO AUDT-OPERATOR.
           MOVE WS-AUDIT-ACTION TO AUDT-ACTION.
       4000-EXIT.
           EXIT.

       4200-WRITE-AUDIT.
           WRITE AUDT-RECORD.
       4200-EXIT.
           EXIT.

      *------------------------------------
      * THE PROFILE AS HEAD OFFICE HOLDS IT
      *------------------------------------
       4300-AUDIT-AFTER-PROFILE.
           MOVE WS-FEED-DEPARTMENT(WS-FEED-SUB) TO AUDT-AFTER-DEPT.
           MOVE WS-FEED-CONTACT-NAME(WS-FEED-SUB)
               TO AUDT-AFTER-CONTACT-NAME.
           MOVE WS-FEED-CONTACT-LASTNAME(WS-FEED-SUB)
               TO AUDT-AFTER-CONTACT-LASTNAME.
           MOVE WS-FEED-EXPIRY-DATE(WS-FEED-SUB) TO AUDT-AFTER-EXPIRY.
       4300-EXIT.
           EXIT.

      *------------------------------------
      * THE PROFILE AS IT STOOD ON THE MASTER BEFORE THE CHANGE
      *------------------------------------
       4400-AUDIT-BEFORE-PROFILE.
           MOVE MAST-DEPARTMENT TO AUDT-BEFORE-DEPT.
           MOVE MAST-CONTACT-NAME TO AUDT-BEFORE-CONTACT-NAME.
           MOVE MAST-CONTACT-LASTNAME TO AUDT-BEFORE-CONTACT-LASTNAME.
           MOVE MAST-EXPIRY-DATE TO AUDT-BEFORE-EXPIRY.
       4400-EXIT.
           EXIT.

       8900-EMIT-LINE.
           WRITE RPT-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.
       8900-EXIT.
           EXIT.

      *------------------------------------
      * HOUSEKEEPING BEFORE THE PROGRAM ENDS
      *------------------------------------
       9999-TERMINATE.
           IF MASTER-OPEN
               CLOSE MAST-FILE
           END-IF.
           MOVE " " TO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Members added:          " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Members changed:        " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-SAME-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Members already in line:" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Feed members rejected:  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           MOVE WS-LOCAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "Local-only flagged:     " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM 8900-EMIT-LINE THRU 8900-EXIT.
           CLOSE RPT-FILE.
       9999-EXIT.
           EXIT.
