      * THE "I" OPTION SEEDS THE FILE WITH THE CLASSIC FIVE TEAMS
      * A THROUGH E AT THE LONG-STANDING 500.00 GOAL, FOR FIRST-TIME
      * CUTOVER OR A FRESH SEASON SETUP.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO. ADDING OR CHANGING A
      * TEAM, OR INSTALLING THE DEFAULTS, NEEDS SELLER/TEAM
      * AUTHORITY; THE LIST IS OPEN TO ANY OPERATOR.
      ******************************************************************

       environment division.
           COPY POPTEAM.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-TM-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPTX NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-TABLE.

       L2-MENU.
               WHEN 'L'
                   PERFORM L3-LIST
               WHEN 'T'
                   IF SO-MAY-SELLERS
                       PERFORM L3-TEAM-ENTRY
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'I'
                   IF SO-MAY-SELLERS
                       PERFORM L3-INSTALL-DEFAULTS
                           THRU L3-INSTALL-DEFAULTS-EXIT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
           END-PERFORM.
           CLOSE TEAM-MASTER-FILE.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
               'TEAM MAINTENANCE.'.

       L2-CLOSING.
           STOP RUN.

