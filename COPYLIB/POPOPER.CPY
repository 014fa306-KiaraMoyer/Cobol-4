      ******************************************************************
      * POPOPER - OPERATOR MASTER RECORD FOR CBLPOPOP.DAT. ONE RECORD
      * PER VOLUNTEER WHO MAY SIGN ON TO THE FUNDRAISER PROGRAMS: ID,
      * NAME, PASSWORD AND ONE Y/N AUTHORITY FLAG PER FUNCTION. THE
      * SUPERVISOR FLAG ALLOWS OPERATOR MAINTENANCE ITSELF.
      * MAINTAINED BY CBLPOPOX AND READ BY THE CBLPOPSO SIGN-ON
      * SUBPROGRAM, SO GIVING A NEW VOLUNTEER THE PAYMENT DESK OR
      * TAKING IT AWAY AGAIN IS A DATA CHANGE, NOT A RECOMPILE.
      ******************************************************************
       01 OP-REC.
           05 OP-ID                PIC X(8).
           05 OP-NAME              PIC X(20).
           05 OP-PASSWORD          PIC X(8).
           05 OP-AUTH.
               10 OP-AUTH-ORDERS   PIC X.
               10 OP-AUTH-PAYMENTS PIC X.
               10 OP-AUTH-PRICING  PIC X.
               10 OP-AUTH-SELLERS  PIC X.
               10 OP-AUTH-PICKUP   PIC X.
               10 OP-AUTH-SUPER    PIC X.
