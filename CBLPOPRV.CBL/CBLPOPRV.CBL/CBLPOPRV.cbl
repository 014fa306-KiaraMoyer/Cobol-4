      *
      * THE CONFIRMED COUNTS ARE WRITTEN TO CBLPOPCF.DAT (POP TYPE
      * AND RECEIVED CASES) - THE FILE THE DISTRIBUTION-DAY PROGRAMS
      * CAN TRUST AS WHAT IS PHYSICALLY IN THE GARAGE. WHEN A PRODUCT
      * COMES IN SHORT, RUN CBLPOPAL NEXT TO SPREAD THE SHORTAGE OVER
      * THE ORDERS; FOR A MAKE-UP DELIVERY, RE-RUN THIS WITH THE TOTAL
      * RECEIVED TO DATE AND THEN CBLPOPAL AGAIN.
      *
      * CBLPOPDL.DAT LAYOUT: POP TYPE CODE (2) THEN CASES (5),
      * ONE RECORD PER PRODUCT ON THE TRUCK.
