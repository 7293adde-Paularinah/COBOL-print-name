      *------------------------------------
      * BSTK-RECORD - SHARED BADGE STOCK LAYOUT
      *   COPYed into BSTKMNT (maintains the indexed BADGSTK stock
      *   file), NAME (issues the first available serial at sign-in
      *   and checks it back in at sign-out), and BADGRPT
      *   (unreturned-badge and stock report). BSTK-SERIAL is the
      *   record key of BADGSTK and is the serial carried on the
      *   BADGEOUT, BADGEACK, and SIGNLOG records. The holder and
      *   issue fields keep the last person a badge went to after
      *   it comes back, so a badge found later can be traced.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook.
      *------------------------------------
       05  BSTK-SERIAL              PIC X(08).
       05  BSTK-STATUS              PIC X(01).
           88  BSTK-AVAILABLE           VALUE 'A'.
           88  BSTK-ISSUED              VALUE 'I'.
           88  BSTK-LOST                VALUE 'L'.
           88  BSTK-VALID-STATUS        VALUE 'A' 'I' 'L'.
       05  BSTK-HOLDER-NAME         PIC X(25).
       05  BSTK-HOLDER-LASTNAME     PIC X(25).
       05  BSTK-ISSUE-DATE          PIC X(08).
       05  BSTK-ISSUE-TIME          PIC X(08).
       05  BSTK-ISSUE-OPERATOR      PIC X(08).
       05  BSTK-RETURN-DATE         PIC X(08).
       05  BSTK-RETURN-OPERATOR     PIC X(08).
       05  BSTK-LOST-DATE           PIC X(08).
