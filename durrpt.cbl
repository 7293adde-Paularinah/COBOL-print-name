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

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           05  PARM-MAX-OCCUPANCY   PIC 9(05).
           05  PARM-STAY-LIMIT      PIC 9(02).
           05  PARM-RETAIN-MONTHS   PIC 9(02).
           05  PARM-LAPSE-DAYS      PIC 9(03).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
