      *                 append a completion record when the archive
      *                 finishes clean, so the rest of the batch
      *                 window can see DAYEND ran.
      *   26-10-15  PB  An override now needs the ID of an active
      *                 supervisor or security operator on OPERIDX;
      *                 the ID is recorded on the RUNCTL completion
      *                 record, and a refused ID is written to the
      *                 OPRREFU refusal log.
      *   26-10-15  PB  Refuse to run until the VISAUDT pairing audit
      *                 has run for today, with the same supervisor
      *                 override as DAYRPT - one prompt covers both -
      *                 and warn when the audit found exceptions.
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

       FD  CARR-FILE
           LABEL RECORDS ARE STANDARD.
                                          BY ==CARR-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==CARR-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==CARR-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==CARR-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==CARR-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==CARR-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==CARR-BADGE-KEPT==.

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

       WORKING-STORAGE SECTION.
       77  WS-SIGNLOG-STATUS        PIC X(02) VALUE SPACES.
       77  WS-HISTFILE-STATUS       PIC X(02) VALUE SPACES.
           88  RUN-BLOCKED              VALUE 'N'.
       77  WS-DAYRPT-DONE-SWITCH    PIC X(01) VALUE 'N'.
           88  DAYRPT-DONE              VALUE 'Y'.
       77  WS-VISAUDT-SWITCH        PIC X(01) VALUE 'N'.
           88  VISAUDT-NOT-RUN          VALUE 'N'.
           88  VISAUDT-CLEAN            VALUE 'C'.
           88  VISAUDT-EXCEPTIONS       VALUE 'E'.
       77  WS-NO-LOG-SWITCH         PIC X(01) VALUE 'N'.
           88  NO-LOG-TODAY             VALUE 'Y'.
       77  WS-OVERRIDE-REPLY        PIC X(01) VALUE SPACES.
       77  WS-OVERRIDE-ID           PIC X(08) VALUE SPACES.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       01  WS-TODAY                 PIC X(08) VALUE SPACES.
       77  WS-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  LOG-EOF                  VALUE 'Y'.
           STOP RUN.

      *------------------------------------
      * DAYRPT AND THE VISAUDT PAIRING AUDIT MUST HAVE RUN FOR TODAY
      * BEFORE THE LOG IS ARCHIVED AWAY FROM UNDER THEM - THE
      * OPERATOR MAY OVERRIDE, ONCE FOR BOTH
      *------------------------------------
       0500-CHECK-RUNCTL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM 0560-SCAN-RUN THRU 0560-EXIT UNTIL RUN-EOF
               CLOSE RUN-FILE
           END-IF.
           IF VISAUDT-EXCEPTIONS
               DISPLAY "Warning - VISAUDT found pairing exceptions "
                   "today; see AUDOUT and CORRTRAN."
           END-IF.
           IF NOT DAYRPT-DONE
               DISPLAY "DAYRPT has not completed for today - "
                   "DAYEND runs after DAYRPT."
           END-IF.
           IF VISAUDT-NOT-RUN
               DISPLAY "VISAUDT has not run for today - "
                   "DAYEND runs after the pairing audit."
           END-IF.
           IF NOT DAYRPT-DONE OR VISAUDT-NOT-RUN
               PERFORM 0600-OVERRIDE-PROMPT THRU 0600-EXIT
           END-IF.
       0500-EXIT.
               AND RUN-COMPLETED
               SET DAYRPT-DONE TO TRUE
           END-IF.
           IF RUN-JOB = "VISAUDT"
               AND RUN-DATE = WS-TODAY
               MOVE RUN-OUTCOME TO WS-VISAUDT-SWITCH
           END-IF.
           PERFORM 0550-READ-RUN THRU 0550-EXIT.
       0560-EXIT.
           EXIT.

      *------------------------------------
      * AN OVERRIDE NEEDS AN ACTIVE SUPERVISOR OR ABOVE ON OPERIDX -
      * THEIR ID GOES ON THE RUN-CONTROL RECORD, AND A REFUSED ID
      * GOES TO THE OPRREFU REFUSAL LOG
      *------------------------------------
       0600-OVERRIDE-PROMPT.
           DISPLAY "Run anyway (Y/N): ".
           ACCEPT WS-OVERRIDE-REPLY.
           IF WS-OVERRIDE-REPLY NOT = 'Y'
               AND WS-OVERRIDE-REPLY NOT = 'y'
               SET RUN-BLOCKED TO TRUE
               GO TO 0600-EXIT
           END-IF.
           DISPLAY "Supervisor ID: ".
           ACCEPT WS-OVERRIDE-ID.
           PERFORM 0650-CHECK-SUPERVISOR THRU 0650-EXIT.
           IF WS-REFUSAL-REASON = SPACES
               DISPLAY "Supervisor override accepted."
           ELSE
               DISPLAY "Override refused - " WS-OVERRIDE-ID
                   " is not an active supervisor."
               PERFORM 0680-WRITE-REFUSAL THRU 0680-EXIT
               MOVE SPACES TO WS-OVERRIDE-ID
               SET RUN-BLOCKED TO TRUE
           END-IF.
       0600-EXIT.
           EXIT.

       0650-CHECK-SUPERVISOR.
           MOVE SPACES TO WS-REFUSAL-REASON.
           OPEN INPUT OPER-FILE.
           IF WS-OPERFILE-STATUS NOT = '00'
               DISPLAY "Unable to open the OPERIDX operator file - "
                   "status " WS-OPERFILE-STATUS "."
               MOVE 'UK' TO WS-REFUSAL-REASON
               GO TO 0650-EXIT
           END-IF.
           MOVE WS-OVERRIDE-ID TO OPR-ID.
           READ OPER-FILE
               INVALID KEY
                   MOVE 'UK' TO WS-REFUSAL-REASON
           END-READ.
           CLOSE OPER-FILE.
           IF WS-REFUSAL-REASON NOT = SPACES
               GO TO 0650-EXIT
           END-IF.
           IF NOT OPR-ACTIVE
               MOVE 'IN' TO WS-REFUSAL-REASON
               GO TO 0650-EXIT
           END-IF.
           IF NOT OPR-SUPERVISOR-OR-ABOVE
               MOVE 'LV' TO WS-REFUSAL-REASON
           END-IF.
       0650-EXIT.
           EXIT.

      *------------------------------------
      * LOG A REFUSED OVERRIDE TO THE OPERATOR REFUSAL FILE,
      * CREATING IT THE FIRST TIME
      *------------------------------------
       0680-WRITE-REFUSAL.
           MOVE SPACES TO REFU-RECORD.
           ACCEPT REFU-DATE FROM DATE YYYYMMDD.
           ACCEPT REFU-TIME FROM TIME.
           MOVE WS-OVERRIDE-ID TO REFU-OPERATOR.
           MOVE "DAYEND" TO REFU-PROGRAM.
           MOVE WS-REFUSAL-REASON TO REFU-REASON.
           MOVE "RUNCTL OVERRIDE" TO REFU-ACTION.
           OPEN EXTEND REFU-FILE.
           IF WS-REFUFILE-STATUS = '35'
               OPEN OUTPUT REFU-FILE
               CLOSE REFU-FILE
               OPEN EXTEND REFU-FILE
           END-IF.
           WRITE REFU-RECORD.
           CLOSE REFU-FILE.
       0680-EXIT.
           EXIT.

      *------------------------------------
      * TELL THE RUN-CONTROL FILE THIS JOB COMPLETED FOR TODAY
      *------------------------------------
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF.
           MOVE SPACES TO RUN-RECORD.
           MOVE "DAYEND" TO RUN-JOB.
           MOVE WS-TODAY TO RUN-DATE.
           SET RUN-COMPLETED TO TRUE.
           MOVE WS-OVERRIDE-ID TO RUN-OVERRIDE-ID.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
       0800-EXIT.
