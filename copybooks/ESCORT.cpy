      *------------------------------------
      * ESC-RECORD - SHARED ESCORT EXCEPTION LAYOUT
      *   COPYed into NAME (writes one ESCEXC record for every guest
      *   still open on SIGNLOG when their sponsor or host signs
      *   out) and ESCRPT (unescorted-guest report). The sponsor is
      *   the member who signed out; the guest's sign-in date and
      *   time identify the visit left open.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook.
      *------------------------------------
       05  ESC-DATE                 PIC X(08).
       05  ESC-TIME                 PIC X(08).
       05  ESC-GUEST-NAME           PIC X(25).
       05  ESC-GUEST-LASTNAME       PIC X(25).
       05  ESC-SIGNIN-DATE          PIC X(08).
       05  ESC-SIGNIN-TIME          PIC X(08).
       05  ESC-SPONSOR-NAME         PIC X(25).
       05  ESC-SPONSOR-LASTNAME     PIC X(25).
       05  ESC-SITE                 PIC X(20).
       05  ESC-OPERATOR             PIC X(08).
