      *------------------------------------
      * APPT-RECORD - SHARED APPOINTMENT BOOKING LAYOUT
      *   COPYed into NAME (admits today's booked visitors),
      *   APPTRPT (no-show report), and APPTMNT (booking
      *   maintenance) so all three work off one common record.
      *   A booking is identified by the visitor name pair and the
      *   appointment date; the host must be on MASTIDX.
      *
      *   MODIFICATION HISTORY
      *     26-09-02  PB  Original layout, inline in NAME and
      *                   APPTRPT - the host name pair, the visitor
      *                   name pair, and the appointment date.
      *     26-10-15  PB  Move onto a shared copybook now that
      *                   APPTMNT maintains APPTFILE.
      *------------------------------------
       05  APPT-HOST-NAME           PIC X(25).
       05  APPT-HOST-LASTNAME       PIC X(25).
       05  APPT-VISITOR-NAME        PIC X(25).
       05  APPT-VISITOR-LASTNAME    PIC X(25).
       05  APPT-DATE                PIC X(08).
