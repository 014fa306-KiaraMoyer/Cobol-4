      * MERGE OR SPLIT A SELLER'S FIGURES). MAINTAINED BY CBLPOPSX
      * AND LOADED BY CBLPOPED SO AN ORDER WHOSE SELLER NUMBER IS
      * NOT ON THE MASTER IS REJECTED AT EDIT TIME.
      *
      * THE MAILING ADDRESS IS THE FAMILY'S HOME ADDRESS FOR THE
      * CBLPOPFS SELLER STATEMENTS. A RECORD WRITTEN BEFORE THE
      * ADDRESS WAS CARRIED READS BACK WITH IT BLANK, AND THE
      * STATEMENT THEN FALLS BACK TO THE ADDRESS ON THE ORDERS.
      ******************************************************************
       01 SM-REC.
           05 SM-SELLER-NO         PIC 9(4).
           05 SM-FNAME             PIC X(15).
           05 SM-TEAM              PIC X.
           05 SM-PHONE             PIC X(10).
           05 SM-ADDRESS           PIC X(15).
           05 SM-CITY              PIC X(10).
           05 SM-STATE             PIC XX.
           05 SM-ZIP               PIC X(9).
