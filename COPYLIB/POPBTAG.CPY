      ******************************************************************
      * POPBTAG - ORDER-TO-BATCH TAG RECORD FOR CBLPOPBT.DAT. THE
      * POPMSTR RECORD HAS NO ROOM FOR A BATCH NUMBER, SO - AS WITH
      * THE CBLPOPAL.DAT ALLOCATIONS - THE TAG IS KEPT IN A SIDE FILE
      * KEYED BY P-ORDER-ID. ONE RECORD IS APPENDED FOR EVERY ORDER
      * ADDED IN A BATCH (POPBATCH), BY CBLPOPMT OR CBLPOPBU. AN ORDER
      * WITH NO TAG WAS LOADED OR ADDED BEFORE BATCHES WERE KEPT. A
      * TAG WHOSE ORDER HAS SINCE BEEN DELETED IS SIMPLY NOT COUNTED.
      ******************************************************************
       01 BT-REC.
           05 BT-ORDER-ID          PIC 9(6).
           05 BT-BATCH-NO          PIC 9(4).
