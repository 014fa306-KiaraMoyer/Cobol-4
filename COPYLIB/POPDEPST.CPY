      ******************************************************************
      * POPDEPST - BANK DEPOSIT HEADER RECORD FOR CBLPOPDH.DAT. ONE
      * RECORD PER NUMBERED DEPOSIT FOR THE SEASON, WRITTEN WHEN THE
      * TREASURER GATHERS THE UNDEPOSITED CASH AND CHECK PAYMENTS ON
      * CBLPOPPM.DAT INTO A DEPOSIT IN CBLPOPBD. EACH PAYMENT GATHERED
      * CARRIES THE DEPOSIT NUMBER IN PM-DEPOSIT-NO. THE SLIP FIGURES
      * ARE FIXED WHEN THE DEPOSIT IS MADE; THE BANK FIGURES ARE KEYED
      * FROM THE BANK STATEMENT WHEN THE CREDIT SHOWS UP.
      *   DH-STATUS  U - UNCREDITED, THE BANK CREDIT NOT YET KEYED
      *              C - CREDITED, DH-BANK-DATE AND DH-BANK-AMOUNT SET
      * A CHECK THE BANK LATER RETURNS DOES NOT CHANGE THE DEPOSIT -
      * IT IS REVERSED BY A RETURNED-CHECK RECORD ON CBLPOPPM.DAT THAT
      * CARRIES THE SAME DEPOSIT NUMBER.
      * MAINTAINED AND REPORTED BY CBLPOPBD.
      ******************************************************************
       01 DH-REC.
           05 DH-DEPOSIT-NO        PIC 9(4).
           05 DH-DATE              PIC 9(8).
           05 DH-OPERATOR          PIC X(8).
           05 DH-CASH-TOTAL        PIC 9(7)V99.
           05 DH-CHECK-COUNT       PIC 9(4).
           05 DH-CHECK-TOTAL       PIC 9(7)V99.
           05 DH-TOTAL             PIC 9(7)V99.
           05 DH-STATUS            PIC X.
               88 DH-UNCREDITED    VALUE 'U'.
               88 DH-CREDITED      VALUE 'C'.
           05 DH-BANK-DATE         PIC 9(8).
           05 DH-BANK-AMOUNT       PIC 9(7)V99.
           05 DH-BANK-OPER         PIC X(8).
