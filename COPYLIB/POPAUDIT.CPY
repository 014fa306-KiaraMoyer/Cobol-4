      ******************************************************************
      * POPAUDIT - AUDIT-TRAIL RECORD FOR EVERY MAINTENANCE ACTION
      * AGAINST THE INDEXED POP-MASTER CBLPOPIX.DAT. WRITTEN BY
      * CBLPOPMT (INTERACTIVE), CBLPOPBU (BATCH) AND CBLPOPDP (PICKUP
      * POSTING) ON EACH SUCCESSFUL ADD, CHANGE OR DELETE, STAMPED
      * WITH THE ID OF THE OPERATOR SIGNED ON THROUGH CBLPOPSO SO A
      * QUESTIONED CORRECTION LEADS TO A PERSON, AND READ BACK BY THE
      * CBLPOPAR AUDIT REPORT. CARRIES THE FULL BEFORE- AND
      * AFTER-IMAGE OF THE POPMSTR RECORD SO A SHIFT IN THE MONEY
      * FIGURES BETWEEN TWO CBLKLM04 RUNS CAN BE TRACED TO THE EXACT
      * CORRECTION THAT CAUSED IT.
      * AN ADD HAS A SPACE-FILLED BEFORE-IMAGE; A DELETE HAS A
      * SPACE-FILLED AFTER-IMAGE. A RETURN (ACTION R, WRITTEN BY
      * CBLPOPRT) LEAVES THE MASTER AS IT WAS: ITS BEFORE-IMAGE IS
      * THE ORDER AND ITS AFTER-IMAGE IS THE POPRETRN RETURN RECORD.
      * AU-OPERATOR IS CARRIED LAST, SO A RECORD WRITTEN BEFORE
      * SIGN-ON EXISTED READS BACK WITH A BLANK OPERATOR.
      ******************************************************************
       01 AUDIT-REC.
           05 AU-DATE              PIC 9(8).
           05 AU-ORDER-ID          PIC 9(6).
           05 AU-BEFORE            PIC X(94).
           05 AU-AFTER             PIC X(94).
           05 AU-OPERATOR          PIC X(8).
