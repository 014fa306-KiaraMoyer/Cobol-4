      ******************************************************************
      * POPRETRN - POST-DISTRIBUTION RETURN RECORD FOR CBLPOPRT.DAT.
      * ONE RECORD PER RETURN KEYED IN CBLPOPRT, APPENDED TO THE
      * CUMULATIVE SEASON FILE, AGAINST THE P-ORDER-ID THE CASES WERE
      * SOLD ON - THE ORDER ITSELF IS LEFT ALONE SO THE SALE HISTORY
      * AND THE BOTTLER COUNT STAY WHOLE.
      *   RT-REASON       D - DAMAGED (CRUSHED, LEAKING)
      *                   W - WRONG FLAVOR
      *                   U - UNWANTED
      *   RT-DISPOSITION  R - REPLACED CASE FOR CASE, NOTHING OWED
      *                   C - CREDITED OFF THE SELLER'S BALANCE
      * RT-CREDIT-AMT IS THE RETURNED CASES PRICED AS CBLKLM04 PRICES
      * THEM (CASE PRICE PLUS DEPOSIT) ON A CREDITED RETURN, ZERO ON A
      * REPLACEMENT. CBLPOPPA AND CBLPOPCO TAKE IT OFF WHAT THE SELLER
      * OWES; THE SAME RECORD IS THE AFTER-IMAGE OF THE RETURN'S
      * POPAUDIT RECORD.
      ******************************************************************
       01 RT-REC.
           05 RT-ORDER-ID          PIC 9(6).
           05 RT-SELLER-NO         PIC 9(4).
           05 RT-POP-TYPE          PIC 99.
           05 RT-CASES             PIC 99.
           05 RT-REASON            PIC X.
               88 RT-DAMAGED       VALUE 'D'.
               88 RT-WRONG-FLAVOR  VALUE 'W'.
               88 RT-UNWANTED      VALUE 'U'.
               88 RT-VALID-REASON  VALUE 'D' 'W' 'U'.
           05 RT-DISPOSITION       PIC X.
               88 RT-REPLACED      VALUE 'R'.
               88 RT-CREDITED      VALUE 'C'.
               88 RT-VALID-DISP    VALUE 'R' 'C'.
           05 RT-CREDIT-AMT        PIC 9(5)V99.
           05 RT-DATE              PIC 9(8).
           05 RT-OPERATOR          PIC X(8).
