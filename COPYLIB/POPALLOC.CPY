      ******************************************************************
      * POPALLOC - SHORT-SHIP ALLOCATION RECORD FOR CBLPOPAL.DAT. ONE
      * RECORD PER ORDER ON CBLPOPIX.DAT, KEYED BY AL-ORDER-ID, WRITTEN
      * BY EACH CBLPOPAL ALLOCATION RUN FROM THE CBLPOPCF.DAT RECEIVED
      * COUNTS. AL-ALLOCATED IS WHAT THE SELLER IS HANDED AND OWES
      * FOR; AL-SHORT IS THE REST OF THE ORDER, EITHER BACKORDERED
      * AGAINST A MAKE-UP DELIVERY OR CREDITED OFF. AL-SHORT-AMT IS
      * THE SHORTED CASES PRICED AS CBLKLM04 PRICES THEM (CASE PRICE
      * PLUS DEPOSIT), TAKEN OFF THE SELLER'S BALANCE BY CBLPOPPA.
      *
      * AL-POP-TYPE AND AL-ORDERED ARE THE ORDER AS IT STOOD WHEN IT
      * WAS ALLOCATED. AN ORDER CHANGED IN CBLPOPMT SINCE THEN NO
      * LONGER MATCHES AND IS TREATED AS UNALLOCATED (FULL QUANTITY)
      * UNTIL CBLPOPAL IS RUN AGAIN.
      ******************************************************************
       01 AL-REC.
           05 AL-ORDER-ID          PIC 9(6).
           05 AL-SELLER-NO         PIC 9(4).
           05 AL-POP-TYPE          PIC 99.
           05 AL-ORDERED           PIC 99.
           05 AL-ALLOCATED         PIC 99.
           05 AL-SHORT             PIC 99.
           05 AL-DISPOSITION       PIC X.
               88 AL-BACKORDERED   VALUE 'B'.
               88 AL-CREDITED      VALUE 'C'.
           05 AL-SHORT-AMT         PIC 9(5)V99.
           05 AL-RUN-DATE          PIC 9(8).
