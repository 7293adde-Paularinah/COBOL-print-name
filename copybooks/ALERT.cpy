      *------------------------------------
      * ALERT-RECORD - SHARED SECURITY ALERT LAYOUT
      *   COPYed into NAME (writes an alert on every watchlist hit),
      *   ALRTDSP (guard-desk disposition entry), and ALRTRPT (open
      *   alerts report) so all three work off one common record.
      *   The date, time, and name pair identify the alert - the
      *   SECDISP disposition records carry the same four fields.
      *
      *   MODIFICATION HISTORY
      *     26-08-22  PB  Original layout, inline in NAME - the date
      *                   and time of the hit, the name pair, and
      *                   the site.
      *     26-09-02  PB  Carry the desk operator's ID.
      *     26-10-15  PB  Move onto a shared copybook now that the
      *                   guard-desk programs read SECALERT.
      *------------------------------------
       05  ALERT-DATE               PIC X(08).
       05  ALERT-TIME               PIC X(08).
       05  ALERT-NAME               PIC X(25).
       05  ALERT-LASTNAME           PIC X(25).
       05  ALERT-SITE               PIC X(20).
       05  ALERT-OPERATOR           PIC X(08).
