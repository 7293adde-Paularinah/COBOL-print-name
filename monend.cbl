      *                 records written to generations plus records
      *                 retained - or HISTFILE is left untouched.
      *                 Run after MONRPT at month end.
      *   26-10-15  PB  Clear the run-control record before stamping
      *                 it, now that RUNCTL carries the supervisor ID
      *                 of an override - this job never overrides, so
      *                 the ID goes out blank.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  NEW-FILE
           LABEL RECORDS ARE STANDARD.
                                           BY ==NEW-SPONSOR-LASTNAME==
                                   ==VISIT-SITE==  BY ==NEW-SITE==
                                   ==VISIT-OPERATOR==
                                           BY ==NEW-OPERATOR==
                                   ==VISIT-BADGE-SERIAL==
                                           BY ==NEW-BADGE-SERIAL==
                                   ==VISIT-BADGE-RETURNED==
                                           BY ==NEW-BADGE-RETURNED==
                                   ==VB-RETURNED==
                                           BY ==NEW-BADGE-BACK==
                                   ==VB-NOT-RETURNED==
                                           BY ==NEW-BADGE-KEPT==.

       FD  GEN-FILE
           LABEL RECORDS ARE STANDARD.
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

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
               CLOSE RUN-FILE
               OPEN EXTEND RUN-FILE
           END-IF.
           MOVE SPACES TO RUN-RECORD.
           MOVE "MONEND" TO RUN-JOB.
           MOVE WS-TODAY TO RUN-DATE.
           SET RUN-COMPLETED TO TRUE.
