      *------------------------------------
      * DISP-RECORD - SECURITY ALERT DISPOSITION LAYOUT
      *   COPYed into ALRTDSP (the guard desk records what happened
      *   to each SECALERT watchlist alert) and ALRTRPT (open alerts
      *   report). The alert date, time, and name pair match the
      *   disposition back to its SECALERT record; an alert with no
      *   disposition record is still open. An alert may carry more
      *   than one disposition as the incident develops.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook - the alert it answers,
      *                   what happened, the responding guard, and
      *                   when the guard attended.
      *------------------------------------
       05  DISP-ALERT-DATE          PIC X(08).
       05  DISP-ALERT-TIME          PIC X(08).
       05  DISP-NAME                PIC X(25).
       05  DISP-LASTNAME            PIC X(25).
       05  DISP-CODE                PIC X(01).
           88  DISP-GUARD-ATTENDED      VALUE 'G'.
           88  DISP-PERSON-LEFT         VALUE 'L'.
           88  DISP-POLICE-CALLED       VALUE 'P'.
           88  DISP-FALSE-MATCH         VALUE 'F'.
           88  DISP-VALID-CODE          VALUE 'G' 'L' 'P' 'F'.
       05  DISP-GUARD               PIC X(08).
       05  DISP-DATE                PIC X(08).
       05  DISP-TIME                PIC X(08).
       05  DISP-SITE                PIC X(20).
