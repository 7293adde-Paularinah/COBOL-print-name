      *------------------------------------
      * REFU-RECORD - SHARED OPERATOR REFUSAL LOG LAYOUT
      *   COPYed into every program that checks an operator ID
      *   against OPERIDX - NAME, MASTMNT, OPRMNT, BSTKMNT, DAYRPT,
      *   DAYEND, MONRPT, and SECEXTR. Each appends one OPRREFU
      *   record for every attempt it turns down: who tried, in which
      *   program, what they tried to do, and why it was refused.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook.
      *------------------------------------
       05  REFU-DATE                PIC X(08).
       05  REFU-TIME                PIC X(08).
       05  REFU-OPERATOR            PIC X(08).
       05  REFU-PROGRAM             PIC X(08).
       05  REFU-REASON              PIC X(02).
           88  REFU-UNKNOWN             VALUE 'UK'.
           88  REFU-INACTIVE            VALUE 'IN'.
           88  REFU-LEVEL-TOO-LOW       VALUE 'LV'.
       05  REFU-ACTION              PIC X(20).
