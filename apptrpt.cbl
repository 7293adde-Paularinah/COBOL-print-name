      *                 their host, so hosts can chase the no-shows.
      *                 Run at end of day before DAYEND resets the
      *                 log.
      *   26-10-15  PB  Move the APPTFILE record onto the shared
      *                 APPOINT copybook.
      *------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  APPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  APPT-RECORD.
           COPY APPOINT.

       FD  SIGN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
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

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
