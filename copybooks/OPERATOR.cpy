      *------------------------------------
      * OPR-RECORD - SHARED OPERATOR AUTHORITY LAYOUT
      *   COPYed into OPRMNT (maintains the indexed OPERIDX master),
      *   NAME (desk sign-on and batch operator check), MASTMNT
      *   (roster change authority), BSTKMNT (badge stock change
      *   authority), and the RUNCTL override
      *   prompts in DAYRPT, DAYEND, MONRPT, and SECEXTR. OPR-ID is
      *   the record key of OPERIDX and is the same eight-character
      *   ID stamped on the log, badge, alert, and suspense records.
      *
      *   MODIFICATION HISTORY
      *     26-10-15  PB  Original copybook - the operator ID, name,
      *                   active or inactive status, and authority
      *                   level (desk clerk, supervisor, security).
      *------------------------------------
       05  OPR-ID                   PIC X(08).
       05  OPR-NAME                 PIC X(25).
       05  OPR-LASTNAME             PIC X(25).
       05  OPR-STATUS               PIC X(01).
           88  OPR-ACTIVE               VALUE 'A'.
           88  OPR-INACTIVE             VALUE 'I'.
           88  OPR-VALID-STATUS         VALUE 'A' 'I'.
       05  OPR-LEVEL                PIC X(01).
           88  OPR-DESK-CLERK           VALUE '1'.
           88  OPR-SUPERVISOR           VALUE '2'.
           88  OPR-SECURITY             VALUE '3'.
           88  OPR-SUPERVISOR-OR-ABOVE  VALUE '2' '3'.
           88  OPR-VALID-LEVEL          VALUE '1' '2' '3'.
