      *   26-09-02  PB  Append a completion record to the RUNCTL
      *                 run-control file, so the batch window can
      *                 see BADGREC closed out the night.
      *   26-10-15  PB  Clear the run-control record before stamping
      *                 it, now that RUNCTL carries the supervisor ID
      *                 of an override - this job never overrides, so
      *                 the ID goes out blank.
      *   26-10-15  PB  Carry the badge serial NAME now issues off the
      *                 BADGSTK stock on each badge record, match it
      *                 against the serial the printer echoes on the
      *                 acknowledgment, and show it on the exception
      *                 report.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BADGE-DATE           PIC X(08).
           05  BADGE-TYPE           PIC X(01).
           05  BADGE-OPERATOR       PIC X(08).
           05  BADGE-SERIAL         PIC X(08).

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
           05  ACK-NAME             PIC X(25).
           05  ACK-LASTNAME         PIC X(25).
           05  ACK-DATE             PIC X(08).
           05  ACK-SERIAL           PIC X(08).

       FD  RQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  RQ-RECORD                PIC X(75).

       FD  EXC-FILE
           LABEL RECORDS ARE STANDARD.
               10  WS-ACK-NAME          PIC X(25).
               10  WS-ACK-LASTNAME      PIC X(25).
               10  WS-ACK-DATE          PIC X(08).
               10  WS-ACK-SERIAL        PIC X(08).
               10  WS-ACK-USED-SW       PIC X(01).
                   88  ACK-USED             VALUE 'U'.

               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF.
           MOVE SPACES TO RUN-RECORD.
           MOVE "BADGREC" TO RUN-JOB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO RUN-DATE.
               MOVE ACK-NAME TO WS-ACK-NAME(WS-ACK-COUNT)
               MOVE ACK-LASTNAME TO WS-ACK-LASTNAME(WS-ACK-COUNT)
               MOVE ACK-DATE TO WS-ACK-DATE(WS-ACK-COUNT)
               MOVE ACK-SERIAL TO WS-ACK-SERIAL(WS-ACK-COUNT)
               MOVE SPACE TO WS-ACK-USED-SW(WS-ACK-COUNT)
               PERFORM 2050-READ-ACK THRU 2050-EXIT
           ELSE
               MOVE BADGE-RECORD TO RQ-RECORD
               WRITE RQ-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " BADGE-SERIAL " " BADGE-NAME " "
                   BADGE-LASTNAME " queued " BADGE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 3900-EMIT-LINE THRU 3900-EXIT
           END-IF.
               WHEN WS-ACK-NAME(WS-ACK-IDX) = BADGE-NAME
                   AND WS-ACK-LASTNAME(WS-ACK-IDX) = BADGE-LASTNAME
                   AND WS-ACK-DATE(WS-ACK-IDX) = BADGE-DATE
                   AND WS-ACK-SERIAL(WS-ACK-IDX) = BADGE-SERIAL
                   AND NOT ACK-USED(WS-ACK-IDX)
                   SET ACK-FOUND TO TRUE
                   SET WS-FOUND-SUB TO WS-ACK-IDX
           IF NOT ACK-USED(WS-ACK-IDX)
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-ACK-SERIAL(WS-ACK-IDX) " "
                   WS-ACK-NAME(WS-ACK-IDX) " "
                   WS-ACK-LASTNAME(WS-ACK-IDX)
                   " printed " WS-ACK-DATE(WS-ACK-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
