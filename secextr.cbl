      *                 re-fed. Run after DAYRPT, before DAYEND
      *                 resets the log; checks RUNCTL for DAYRPT
      *                 and records its own completion.
      *   26-10-15  PB  An override now needs the ID of an active
      *                 supervisor or security operator on OPERIDX;
      *                 the ID is recorded on the RUNCTL completion
      *                 record, and a refused ID is written to the
      *                 OPRREFU refusal log.
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

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       FD  FEED-FILE
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
       77  WS-PARMFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-DAYRPT-DONE-SWITCH    PIC X(01) VALUE 'N'.
           88  DAYRPT-DONE              VALUE 'Y'.
       77  WS-OVERRIDE-REPLY        PIC X(01) VALUE SPACES.
       77  WS-OVERRIDE-ID           PIC X(08) VALUE SPACES.
       77  WS-OPERFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUFILE-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REFUSAL-REASON        PIC X(02) VALUE SPACES.
       77  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-COUNT-EDIT            PIC ZZZZZZ9.
       77  WS-INSTALLATION          PIC X(20) VALUE "D-O-S".
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
           MOVE "SECEXTR" TO REFU-PROGRAM.
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
           MOVE "SECEXTR" TO RUN-JOB.
           MOVE WS-TODAY TO RUN-DATE.
           SET RUN-COMPLETED TO TRUE.
           MOVE WS-OVERRIDE-ID TO RUN-OVERRIDE-ID.
           WRITE RUN-RECORD.
           CLOSE RUN-FILE.
       0800-EXIT.
