      *------------------------------------
      * MUST-RECORD - SHARED FIRE-DRILL MUSTER HISTORY LAYOUT
      *   COPYed into MUSTER, which appends one header record per
      *   drill to MUSTHIST followed by one detail record for every
      *   person on its three lists, for the yearly safety audit.
      *   The drill date and time are on every record so the
      *   details of one drill can be told from the next. The
      *   header view redefines the detail area with the drill's
      *   totals.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook.
      *------------------------------------
       05  MUST-REC-TYPE            PIC X(01).
           88  MUST-HEADER              VALUE 'H'.
           88  MUST-DETAIL              VALUE 'D'.
       05  MUST-DRILL-DATE          PIC X(08).
       05  MUST-DRILL-TIME          PIC X(08).
       05  MUST-DETAIL-AREA.
           10  MUST-RESULT          PIC X(01).
               88  MUST-SAFE            VALUE 'S'.
               88  MUST-UNACCOUNTED     VALUE 'U'.
               88  MUST-NOT-SIGNED-IN   VALUE 'N'.
           10  MUST-NAME            PIC X(25).
           10  MUST-LASTNAME        PIC X(25).
           10  MUST-POINT           PIC X(10).
           10  MUST-SIGNIN-DATE     PIC X(08).
           10  MUST-SIGNIN-TIME     PIC X(08).
           10  MUST-CHECKIN-TIME    PIC X(08).
           10  MUST-DEPARTMENT      PIC X(20).
       05  MUST-HEADER-AREA REDEFINES MUST-DETAIL-AREA.
           10  MUST-ONSITE-COUNT    PIC 9(05).
           10  MUST-CHECKIN-COUNT   PIC 9(05).
           10  MUST-SAFE-COUNT      PIC 9(05).
           10  MUST-UNACCOUNTED-COUNT
                                    PIC 9(05).
           10  MUST-NOT-SIGNED-COUNT
                                    PIC 9(05).
           10  MUST-POINT-COUNT     PIC 9(05).
           10  FILLER               PIC X(75).
