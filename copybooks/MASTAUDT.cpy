      *------------------------------------
      * AUDT-RECORD - SHARED ROSTER AUDIT TRAIL LAYOUT
      *   COPYed into MASTMNT (local roster maintenance) and HOSYNC
      *   (head-office roster synchronization) so every change to
      *   MASTIDX, whichever program made it, lands on one MASTAUDT
      *   trail with the profile before and after. AUDT-OPERATOR is
      *   the desk operator for MASTMNT, "HOSYNC" for the feed.
      *
      *   MODIFICATION HISTORY
      *     26-08-22  PB  Original layout, inline in MASTMNT - date,
      *                   time, operator, action, result, reason,
      *                   and the name pair before and after.
      *     26-09-02  PB  Add the department, contact, and expiry
      *                   before and after.
      *     26-10-15  PB  Move onto a shared copybook for HOSYNC, and
      *                   add the flagged result for a member HOSYNC
      *                   finds on the local roster only.
      *------------------------------------
       05  AUDT-DATE                PIC X(08).
       05  AUDT-TIME                PIC X(08).
       05  AUDT-OPERATOR            PIC X(08).
       05  AUDT-ACTION              PIC X(01).
       05  AUDT-RESULT              PIC X(01).
           88  AUDT-APPLIED             VALUE 'A'.
           88  AUDT-REJECTED            VALUE 'R'.
           88  AUDT-FLAGGED             VALUE 'F'.
       05  AUDT-REASON              PIC X(02).
       05  AUDT-BEFORE-NAME         PIC X(25).
       05  AUDT-BEFORE-LASTNAME     PIC X(25).
       05  AUDT-AFTER-NAME          PIC X(25).
       05  AUDT-AFTER-LASTNAME      PIC X(25).
       05  AUDT-BEFORE-DEPT         PIC X(20).
       05  AUDT-BEFORE-CONTACT-NAME
                                    PIC X(25).
       05  AUDT-BEFORE-CONTACT-LASTNAME
                                    PIC X(25).
       05  AUDT-BEFORE-EXPIRY       PIC X(08).
       05  AUDT-AFTER-DEPT          PIC X(20).
       05  AUDT-AFTER-CONTACT-NAME
                                    PIC X(25).
       05  AUDT-AFTER-CONTACT-LASTNAME
                                    PIC X(25).
       05  AUDT-AFTER-EXPIRY        PIC X(08).
