       AUTHOR. KIARA MOYER
      ******************************************************************
      * MAINTENANCE OF THE CBLPOPSM.DAT SELLER MASTER - ONE RECORD PER
      * SELLER (SELLER NUMBER, LAST/FIRST NAME, TEAM, PHONE AND THE
      * FAMILY'S MAILING ADDRESS FOR THE CBLPOPFS STATEMENTS). THE
      * SELLER NUMBER IS CARRIED ON EVERY POPMSTR ORDER RECORD AND IS
      * WHAT CBLKLM04, CBLPOPPA AND CBLPOPPK KEY THEIR ACCUMULATIONS,
      * PAYMENT MATCHING AND PICK TICKETS BY, SO TWO SELLERS WITH THE
      * PHANTOM SELLER. CBLPOPED REJECTS ANY ORDER WHOSE SELLER NUMBER
      * IS NOT ON THIS FILE, SO REGISTER A SELLER HERE BEFORE KEYING
      * THEIR FIRST ORDER.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO. ADDING OR CHANGING A
      * SELLER NEEDS SELLER/TEAM AUTHORITY; THE LIST IS OPEN TO ANY
      * OPERATOR.
      ******************************************************************

       environment division.
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY POPSELLR.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-SM-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               10 SEL-FNAME         PIC X(15).
               10 SEL-TEAM          PIC X.
               10 SEL-PHONE         PIC X(10).
               10 SEL-ADDRESS       PIC X(15).
               10 SEL-CITY          PIC X(10).
               10 SEL-STATE         PIC XX.
               10 SEL-ZIP           PIC X(9).

       procedure division.
       L1-MAIN.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPSX NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-TABLE.

       L2-MENU.
               WHEN 'L'
                   PERFORM L3-LIST
               WHEN 'S'
                   IF SO-MAY-SELLERS
                       PERFORM L3-SELLER-ENTRY
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
               MOVE SM-FNAME TO SEL-FNAME (SELLER-COUNT)
               MOVE SM-TEAM TO SEL-TEAM (SELLER-COUNT)
               MOVE SM-PHONE TO SEL-PHONE (SELLER-COUNT)
               MOVE SM-ADDRESS TO SEL-ADDRESS (SELLER-COUNT)
               MOVE SM-CITY TO SEL-CITY (SELLER-COUNT)
               MOVE SM-STATE TO SEL-STATE (SELLER-COUNT)
               MOVE SM-ZIP TO SEL-ZIP (SELLER-COUNT)
           END-IF.

       L3-LIST.
                   TO SEL-TEAM (WS-FOUND-SUB)
               DISPLAY 'ENTER PHONE: ' WITH NO ADVANCING
               ACCEPT SEL-PHONE (WS-FOUND-SUB)
               DISPLAY 'ENTER STREET ADDRESS: ' WITH NO ADVANCING
               ACCEPT SEL-ADDRESS (WS-FOUND-SUB)
               DISPLAY 'ENTER CITY: ' WITH NO ADVANCING
               ACCEPT SEL-CITY (WS-FOUND-SUB)
               DISPLAY 'ENTER STATE: ' WITH NO ADVANCING
               ACCEPT SEL-STATE (WS-FOUND-SUB)
               MOVE FUNCTION UPPER-CASE(SEL-STATE (WS-FOUND-SUB))
                   TO SEL-STATE (WS-FOUND-SUB)
               DISPLAY 'ENTER ZIP: ' WITH NO ADVANCING
               ACCEPT SEL-ZIP (WS-FOUND-SUB)
               PERFORM L2-SAVE-FILE
               DISPLAY 'SELLER SAVED.'
           END-IF.
               MOVE SEL-FNAME (WS-SUB) TO SM-FNAME
               MOVE SEL-TEAM (WS-SUB) TO SM-TEAM
               MOVE SEL-PHONE (WS-SUB) TO SM-PHONE
               MOVE SEL-ADDRESS (WS-SUB) TO SM-ADDRESS
               MOVE SEL-CITY (WS-SUB) TO SM-CITY
               MOVE SEL-STATE (WS-SUB) TO SM-STATE
               MOVE SEL-ZIP (WS-SUB) TO SM-ZIP
               WRITE SM-REC
           END-PERFORM.
           CLOSE SELLER-MASTER-FILE.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
               'SELLER MAINTENANCE.'.

       L2-CLOSING.
           STOP RUN.

