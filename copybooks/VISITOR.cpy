      *                   operator who processed it, the way MASTMNT
      *                   stamps its audit trail, so OPRRPT can
      *                   report activity per operator.
      *     26-10-15  PB  Carry the serial number of the badge issued
      *                   at sign-in from the BADGSTK badge stock,
      *                   and on a sign-out whether the badge was
      *                   handed back at the desk.
      *------------------------------------
       05  NAME                     PIC X(25).
       05  LASTNAME                 PIC X(25).
       05  SPONSOR-LASTNAME         PIC X(25).
       05  VISIT-SITE               PIC X(20).
       05  VISIT-OPERATOR           PIC X(08).
       05  VISIT-BADGE-SERIAL       PIC X(08).
       05  VISIT-BADGE-RETURNED     PIC X(01).
           88  VB-RETURNED              VALUE 'Y'.
           88  VB-NOT-RETURNED          VALUE 'N'.
