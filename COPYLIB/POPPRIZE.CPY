      * CBLPOPZX AND READ BY THE CBLPOPZR PRIZE REPORT, WHICH GIVES
      * EACH SELLER THE HIGHEST TIER THEIR CBLPOPST.DAT TOTAL
      * REACHES - A BOARD CHANGE TO THE PRIZE LEVELS IS A DATA
      * CHANGE, NOT A RECOMPILE. PZ-UNIT-COST IS WHAT THE VENDOR
      * CHARGES FOR ONE OF THE PRIZE, FOR THE CBLPOPPL PROFIT AND
      * LOSS; A RECORD WRITTEN BEFORE IT WAS CARRIED READS BACK WITH
      * THE COST BLANK - TAKE IT AS ZERO UNTIL CBLPOPZX KEYS IT.
      ******************************************************************
       01 PZ-REC.
           05 PZ-THRESHOLD         PIC 9(5)V99.
           05 PZ-DESC              PIC X(20).
           05 PZ-UNIT-COST         PIC 9(5)V99.
