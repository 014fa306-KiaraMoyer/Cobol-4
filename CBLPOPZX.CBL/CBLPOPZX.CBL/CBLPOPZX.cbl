      ******************************************************************
      * MAINTENANCE OF THE CBLPOPPZ.DAT PRIZE-TIER MASTER - THE FILE
      * THAT DRIVES THE CBLPOPZR PRIZE REPORT. ONE RECORD PER
      * INCENTIVE LEVEL: THRESHOLD DOLLARS, PRIZE DESCRIPTION AND
      * WHAT ONE OF THE PRIZE COSTS THE CLUB (FOR THE CBLPOPPL PROFIT
      * AND LOSS). A NEW PRIZE OR A CHANGED LEVEL FROM THE BOARD IS
      * KEYED HERE AND TAKES EFFECT ON THE NEXT REPORT - NO RECOMPILE.
      *
      * THE "I" OPTION SEEDS THE FILE WITH THE CLUB'S CLASSIC THREE
      * TIERS: T-SHIRT AT 100.00, SOCCER BALL AT 250.00 AND JERSEY
      * AT 500.00. THE SEED TIERS CARRY NO UNIT COST - KEY EACH ONE
      * WITH P FROM THE VENDOR'S QUOTE BEFORE RUNNING CBLPOPPL.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO. ADDING OR CHANGING A
      * TIER, OR INSTALLING THE DEFAULTS, NEEDS PRICING AUTHORITY -
      * PRIZES ARE SET BY WHOEVER SETS THE PRICES. THE LIST IS OPEN
      * TO ANY OPERATOR.
      ******************************************************************

       environment division.
       FD PRIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPPRIZE.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-PZ-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
           05 WS-SUB               PIC 99      VALUE 0.
           05 WS-FOUND-SUB         PIC 99      VALUE 0.
           05 WS-AMT-DISP          PIC ZZZZ9.99.
           05 WS-COST-DISP         PIC ZZZZ9.99.
       01 TIER-TABLE.
           05 TIER-COUNT            PIC 99      VALUE 0.
           05 TIER-ENTRY OCCURS 20 TIMES.
               10 TIER-THRESHOLD    PIC 9(5)V99.
               10 TIER-DESC         PIC X(20).
               10 TIER-COST         PIC 9(5)V99.
       01 DEFAULT-TIER-VALUES.
      * THE CLASSIC FILLER/REDEFINES TRICK, AS IN ZIPSTATE - ONE
      * VALUE CLAUSE PER SEED TIER: THRESHOLD THEN DESCRIPTION.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPZX NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-TABLE.

       L2-MENU.
               WHEN 'L'
                   PERFORM L3-LIST
               WHEN 'P'
                   IF SO-MAY-PRICING
                       PERFORM L3-TIER-ENTRY
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'I'
                   IF SO-MAY-PRICING
                       PERFORM L3-INSTALL-DEFAULTS
                           THRU L3-INSTALL-DEFAULTS-EXIT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
               ADD 1 TO TIER-COUNT
               MOVE PZ-THRESHOLD TO TIER-THRESHOLD (TIER-COUNT)
               MOVE PZ-DESC TO TIER-DESC (TIER-COUNT)
               IF PZ-UNIT-COST NUMERIC
                   MOVE PZ-UNIT-COST TO TIER-COST (TIER-COUNT)
               ELSE
                   MOVE 0 TO TIER-COST (TIER-COUNT)
               END-IF
           END-IF.

       L3-LIST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TIER-COUNT
               MOVE TIER-THRESHOLD (WS-SUB) TO WS-AMT-DISP
               MOVE TIER-COST (WS-SUB) TO WS-COST-DISP
               DISPLAY '  ' WS-AMT-DISP ' ' TIER-DESC (WS-SUB)
                   ' UNIT COST ' WS-COST-DISP
           END-PERFORM.
           DISPLAY TIER-COUNT ' TIER(S) ON FILE.'.

                   MOVE TIER-COUNT TO WS-FOUND-SUB
                   MOVE WS-ENTRY-AMT
                       TO TIER-THRESHOLD (WS-FOUND-SUB)
                   MOVE 0 TO TIER-COST (WS-FOUND-SUB)
                   DISPLAY 'NEW PRIZE TIER.'
               ELSE
                   DISPLAY 'TIER TABLE FULL, NOT ADDED.'
           IF WS-FOUND-SUB > 0
               DISPLAY 'ENTER PRIZE DESCRIPTION: ' WITH NO ADVANCING
               ACCEPT TIER-DESC (WS-FOUND-SUB)
               DISPLAY 'ENTER UNIT COST OF THE PRIZE (NNNNN.NN): '
                   WITH NO ADVANCING
               ACCEPT TIER-COST (WS-FOUND-SUB)
               PERFORM L2-SAVE-FILE
               DISPLAY 'PRIZE TIER SAVED.'
           END-IF.
               MOVE DEF-TIER-AMT (WS-SUB)
                   TO TIER-THRESHOLD (WS-SUB)
               MOVE DEF-TIER-DESC (WS-SUB) TO TIER-DESC (WS-SUB)
               MOVE 0 TO TIER-COST (WS-SUB)
           END-PERFORM.
           PERFORM L2-SAVE-FILE.
           DISPLAY 'DEFAULT PRIZE-TIER MASTER INSTALLED.'.
               MOVE SPACES TO PZ-REC
               MOVE TIER-THRESHOLD (WS-SUB) TO PZ-THRESHOLD
               MOVE TIER-DESC (WS-SUB) TO PZ-DESC
               MOVE TIER-COST (WS-SUB) TO PZ-UNIT-COST
               WRITE PZ-REC
           END-PERFORM.
           CLOSE PRIZE-FILE.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
               'PRIZE-TIER MAINTENANCE.'.

       L2-CLOSING.
           STOP RUN.

