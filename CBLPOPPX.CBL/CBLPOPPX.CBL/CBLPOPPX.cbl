      * FILE THAT DRIVES EVERY CASE PRICE, PRODUCT NAME AND DEPOSIT
      * IN CBLKLM04 AND THE VALID POP-TYPE CODES IN CBLPOPED. A PRICE
      * CHANGE FROM THE BOTTLER OR A NEW FLAVOR IS KEYED HERE AND
      * TAKES EFFECT ON THE NEXT RUN - NO RECOMPILE. EACH PRODUCT
      * ALSO CARRIES THE BOTTLER'S CASE COST TO THE CLUB, WHICH THE
      * CBLPOPPL PROFIT AND LOSS CHARGES AGAINST THE CASES RECEIVED.
      *
      * THE "I" OPTION SEEDS THE FILE WITH THE CLASSIC TWELVE PRODUCTS
      * AT THE LONG-STANDING 18.71 CASE PRICE AND THE SIX STATE
      * DEPOSIT RATES, FOR FIRST-TIME CUTOVER OR A FRESH SEASON SETUP.
      * THE SEED PRODUCTS CARRY NO CASE COST - KEY EACH ONE WITH P
      * FROM THE BOTTLER'S INVOICE BEFORE RUNNING CBLPOPPL.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO. ADDING OR CHANGING A
      * PRODUCT OR RATE, OR INSTALLING THE DEFAULTS, NEEDS PRICING
      * AUTHORITY; THE LIST IS OPEN TO ANY OPERATOR.
      ******************************************************************

       environment division.
       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
           05 WS-SUB               PIC 99      VALUE 0.
           05 WS-FOUND-SUB         PIC 99      VALUE 0.
           05 WS-PRICE-DISP        PIC ZZ9.99.
           05 WS-COST-DISP         PIC ZZ9.99.
           05 WS-RATE-DISP         PIC 9.99.
       01 PROD-TABLE.
           05 PROD-COUNT            PIC 99      VALUE 0.
               10 PROD-NAME         PIC X(16).
               10 PROD-PRICE        PIC 9(3)V99.
               10 PROD-DEP-CLASS    PIC X.
               10 PROD-COST         PIC 9(3)V99.
       01 RATE-TABLE.
           05 RATE-COUNT            PIC 99      VALUE 0.
           05 RATE-ENTRY OCCURS 10 TIMES.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPPX NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-TABLES.

       L2-MENU.
               WHEN 'L'
                   PERFORM L3-LIST
               WHEN 'P'
                   IF SO-MAY-PRICING
                       PERFORM L3-PRODUCT-ENTRY
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'S'
                   IF SO-MAY-PRICING
                       PERFORM L3-RATE-ENTRY
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
                       MOVE PR-CASE-PRICE TO PROD-PRICE (PROD-COUNT)
                       MOVE PR-DEP-CLASS
                           TO PROD-DEP-CLASS (PROD-COUNT)
                       IF PR-CASE-COST NUMERIC
                           MOVE PR-CASE-COST TO PROD-COST (PROD-COUNT)
                       ELSE
                           MOVE 0 TO PROD-COST (PROD-COUNT)
                       END-IF
                   END-IF
               WHEN PR-STATE-RATE
                   IF RATE-COUNT < 10
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               MOVE PROD-PRICE (WS-SUB) TO WS-PRICE-DISP
               MOVE PROD-COST (WS-SUB) TO WS-COST-DISP
               DISPLAY '  ' PROD-CODE (WS-SUB) ' '
                   PROD-NAME (WS-SUB) ' ' WS-PRICE-DISP
                   ' CLASS ' PROD-DEP-CLASS (WS-SUB)
                   ' COST ' WS-COST-DISP
           END-PERFORM.
           DISPLAY 'STATE DEPOSIT RATES:'.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   ADD 1 TO PROD-COUNT
                   MOVE PROD-COUNT TO WS-FOUND-SUB
                   MOVE WS-ENTRY-CODE TO PROD-CODE (WS-FOUND-SUB)
                   MOVE 0 TO PROD-COST (WS-FOUND-SUB)
                   DISPLAY 'NEW PRODUCT.'
               ELSE
                   DISPLAY 'PRODUCT TABLE FULL, NOT ADDED.'
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM)
                   TO PROD-DEP-CLASS (WS-FOUND-SUB)
               DISPLAY 'ENTER BOTTLER COST PER CASE (NNN.NN): '
                   WITH NO ADVANCING
               ACCEPT PROD-COST (WS-FOUND-SUB)
               PERFORM L2-SAVE-FILE
               DISPLAY 'PRODUCT SAVED.'
           END-IF.
               MOVE DEF-PROD-PRICE (WS-SUB) TO PROD-PRICE (WS-SUB)
               MOVE DEF-PROD-CLASS (WS-SUB)
                   TO PROD-DEP-CLASS (WS-SUB)
               MOVE 0 TO PROD-COST (WS-SUB)
           END-PERFORM.
           MOVE 6 TO RATE-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               MOVE PROD-NAME (WS-SUB) TO PR-NAME
               MOVE PROD-PRICE (WS-SUB) TO PR-CASE-PRICE
               MOVE PROD-DEP-CLASS (WS-SUB) TO PR-DEP-CLASS
               MOVE PROD-COST (WS-SUB) TO PR-CASE-COST
               WRITE PR-REC
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
           END-PERFORM.
           CLOSE PRICING-FILE.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
               'PRICING MAINTENANCE.'.

       L2-CLOSING.
           STOP RUN.

