      *     26-09-02  PB  Carry the desk operator's ID so a
      *                   resubmission keeps who processed the
      *                   original attempt.
      *     26-10-15  PB  Add the operator-refused reason for batch
      *                   records carrying an operator ID that is
      *                   unknown or inactive on OPERIDX.
      *     26-10-15  PB  Carry the badge-returned answer of a
      *                   sign-out, so a resubmitted sign-out still
      *                   checks its badge back into stock.
      *------------------------------------
       05  SUSP-TYPE                PIC X(01).
       05  SUSP-NAME                PIC X(25).
           88  SUSP-NO-OPEN-VISIT       VALUE 'NO'.
           88  SUSP-SITE-FULL           VALUE 'FL'.
           88  SUSP-EXPIRED             VALUE 'EX'.
           88  SUSP-OPERATOR-REFUSED    VALUE 'OP'.
       05  SUSP-DATE                PIC X(08).
       05  SUSP-OPERATOR            PIC X(08).
       05  SUSP-BADGE-RETURNED      PIC X(01).
