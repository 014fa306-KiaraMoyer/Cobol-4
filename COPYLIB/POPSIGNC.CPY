      ******************************************************************
      * POPSIGNC - COMMUNICATION AREA FOR THE CBLPOPSO OPERATOR
      * SIGN-ON SUBPROGRAM. THE CALLER SETS SO-FUNCTION:
      *   S - PROMPT FOR OPERATOR ID AND PASSWORD (THREE TRIES)
      *   V - VERIFY THE ID ALREADY IN SO-OPER-ID WITHOUT A PASSWORD,
      *       FOR A STEP STARTED BY THE CBLPOPJS JOB STREAM UNDER THE
      *       OPERATOR WHO SIGNED ON TO THE STREAM. THE CALLER PUTS ITS
      *       PROGRAM-ID IN SO-CALLER; UNLESS CBLPOPJC.DAT SHOWS THAT
      *       PROGRAM RUNNING AS A STREAM STEP FOR THAT OPERATOR WITH
      *       ITS SIGN-ON STILL OPEN, CBLPOPSO PROMPTS AS FOR S.
      * CBLPOPSO RETURNS SO-RESULT 'Y' WITH THE OPERATOR'S NAME AND
      * AUTHORITY FLAGS WHEN THE SIGN-ON IS GOOD, OTHERWISE 'N' WITH
      * THE NAME AND FLAGS CLEARED. SO-OPER-ID IS WHAT THE CALLER
      * STAMPS ON EACH POPAUDIT RECORD IT WRITES.
      ******************************************************************
       01 SIGNON-COMM.
           05 SO-FUNCTION          PIC X       VALUE 'S'.
               88 SO-PROMPT        VALUE 'S'.
               88 SO-VERIFY        VALUE 'V'.
           05 SO-RESULT            PIC X       VALUE 'N'.
               88 SO-SIGNED-ON     VALUE 'Y'.
           05 SO-OPER-ID           PIC X(8)    VALUE SPACES.
           05 SO-OPER-NAME         PIC X(20)   VALUE SPACES.
           05 SO-AUTH.
               10 SO-AUTH-ORDERS   PIC X       VALUE 'N'.
                   88 SO-MAY-ORDERS        VALUE 'Y'.
               10 SO-AUTH-PAYMENTS PIC X       VALUE 'N'.
                   88 SO-MAY-PAYMENTS      VALUE 'Y'.
               10 SO-AUTH-PRICING  PIC X       VALUE 'N'.
                   88 SO-MAY-PRICING       VALUE 'Y'.
               10 SO-AUTH-SELLERS  PIC X       VALUE 'N'.
                   88 SO-MAY-SELLERS       VALUE 'Y'.
               10 SO-AUTH-PICKUP   PIC X       VALUE 'N'.
                   88 SO-MAY-PICKUP        VALUE 'Y'.
               10 SO-AUTH-SUPER    PIC X       VALUE 'N'.
                   88 SO-MAY-SUPERVISE     VALUE 'Y'.
           05 SO-CALLER            PIC X(8)    VALUE SPACES.
