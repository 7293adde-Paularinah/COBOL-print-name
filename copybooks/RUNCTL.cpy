      *------------------------------------
      * RUN-RECORD - SHARED NIGHTLY RUN-CONTROL LAYOUT
      *   COPYed into DAYRPT, DAYEND, BADGREC, MONRPT, MONEND,
      *   SECEXTR, VISAUDT, and NAME. Each job appends one record when
      *   it completes, and checks the file at startup so the batch
      *   window (DAYRPT, then DAYEND, then BADGREC) cannot run out
      *   of order or twice without the operator overriding.
      *   MODIFICATION HISTORY
      *     26-09-02  PB  Original copybook - the job name, the date
      *                   it completed, and the outcome.
      *     26-10-15  PB  Carry the supervisor ID that authorized an
      *                   operator override, spaces when the job ran
      *                   without one.
      *     26-10-15  PB  Outcome E - the job completed but found
      *                   exceptions for someone to review (VISAUDT).
      *------------------------------------
       05  RUN-JOB                  PIC X(08).
       05  RUN-DATE                 PIC X(08).
       05  RUN-OUTCOME              PIC X(01).
           88  RUN-COMPLETED            VALUE 'C'.
           88  RUN-EXCEPTIONS           VALUE 'E'.
       05  RUN-OVERRIDE-ID          PIC X(08).
