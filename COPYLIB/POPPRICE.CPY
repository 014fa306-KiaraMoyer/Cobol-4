      ******************************************************************
      * POPPRICE - PRODUCT/PRICING MASTER RECORD FOR CBLPOPPR.DAT.
      * TWO RECORD TYPES SHARE THE 30-BYTE LAYOUT:
      *   'P' - ONE PRODUCT: POP TYPE CODE, NAME, CASE PRICE,
      *         DEPOSIT CLASS ('D' = STATE BOTTLE DEPOSIT APPLIES,
      *         'N' = NO DEPOSIT) AND WHAT THE BOTTLER CHARGES THE
      *         CLUB FOR A CASE (FOR THE CBLPOPPL PROFIT AND LOSS).
      *   'S' - ONE STATE'S PER-CAN DEPOSIT RATE.
      * LOADED BY CBLKLM04 AT L2-INIT (PRICES, NAMES, DEPOSITS),
      * BY CBLPOPED (VALID POP-TYPE CODES) AND MAINTAINED BY
      * CBLPOPPX - A PRICE CHANGE OR A THIRTEENTH FLAVOR IS A DATA
      * CHANGE, NOT A RECOMPILE. A RECORD WRITTEN BEFORE THE CASE
      * COST WAS CARRIED READS BACK WITH PR-CASE-COST BLANK - TAKE IT
      * AS ZERO UNTIL CBLPOPPX KEYS THE COST.
      ******************************************************************
       01 PR-REC.
           05 PR-TYPE              PIC X.
               88 PR-PRODUCT       VALUE 'P'.
               88 PR-STATE-RATE    VALUE 'S'.
           05 PR-BODY              PIC X(29).
           05 PR-PRODUCT-BODY REDEFINES PR-BODY.
               10 PR-POP-TYPE      PIC 99.
               10 PR-NAME          PIC X(16).
               10 PR-CASE-PRICE    PIC 9(3)V99.
               10 PR-DEP-CLASS     PIC X.
               10 PR-CASE-COST     PIC 9(3)V99.
           05 PR-STATE-BODY REDEFINES PR-BODY.
               10 PR-STATE         PIC XX.
               10 PR-RATE          PIC 9V99.
               10 FILLER           PIC X(24).
