       identification division.
       program-id. CBLPOPBD.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * TREASURER BANK DEPOSITS AND RETURNED CHECKS. EVERY PAYMENT
      * POSTED IN CBLPOPPA GOES ON CBLPOPPM.DAT AS CASH OR CHECK WITH
      * DEPOSIT NUMBER ZERO - MONEY IN HAND, NOT YET IN THE BANK.
      *
      *   D - MAKE A DEPOSIT. EVERY UNDEPOSITED CASH AND CHECK PAYMENT
      *       IS GATHERED UNDER THE NEXT DEPOSIT NUMBER: THE PAYMENT
      *       RECORDS ARE STAMPED WITH IT, A DEPOSIT HEADER (COPYBOOK
      *       POPDEPST) IS ADDED TO CBLPOPDH.DAT, AND THE DEPOSIT SLIP
      *       IS PRINTED TO CBLPOPDS.PRT - EACH CHECK BY SELLER, CHECK
      *       NUMBER AND RECEIPT, THE CHECK TOTAL, THE CASH TOTAL AND
      *       THE DEPOSIT TOTAL. A PAYMENT POSTED BEFORE CASH AND CHECK
      *       WERE RECORDED HAS NO TENDER AND IS NEVER GATHERED.
      *   S - REPRINT THE SLIP FOR A DEPOSIT ALREADY MADE.
      *   C - KEY THE BANK CREDIT FOR A DEPOSIT OFF THE STATEMENT -
      *       THE DATE AND THE AMOUNT THE BANK ACTUALLY CREDITED.
      *   K - RETURNED CHECK. THE CHECK IS FOUND BY ITS RECEIPT NUMBER
      *       AND MUST HAVE BEEN DEPOSITED AND NOT ALREADY RETURNED. A
      *       RETURNED-CHECK RECORD (TENDER R) FOR THE SAME SELLER,
      *       AMOUNT, RECEIPT, CHECK AND DEPOSIT IS APPENDED TO
      *       CBLPOPPM.DAT, WITH A BANK-FEE RECORD (TENDER F) WHEN THE
      *       BANK CHARGED ONE. CBLPOPPA THEN TAKES THE CHECK BACK OFF
      *       THE SELLER'S PAID-TO-DATE AND ADDS THE FEE TO WHAT THEY
      *       OWE, SO THE SELLER SHOWS AS OWING AGAIN ON CBLPOPRC.PRT.
      *   R - BANK RECONCILIATION TO CBLPOPBR.PRT - EACH DEPOSIT'S
      *       SLIP TOTAL AGAINST THE BANK CREDIT, THE DIFFERENCE, THE
      *       CHECKS RETURNED AGAINST IT AND THE NET COLLECTED, WITH
      *       THE MONEY STILL ON HAND AND NOT YET DEPOSITED.
      *   L - LIST THE DEPOSITS ON FILE.
      *
      * CBLPOPDH.DAT IS SMALL ENOUGH TO HOLD IN A TABLE AND IS
      * REWRITTEN WHOLE ON EVERY CHANGE, AS CBLPOPTX DOES THE TEAM
      * MASTER; CBLPOPPM.DAT IS REWRITTEN WHOLE WHEN A DEPOSIT IS
      * STAMPED ON IT. THE SESSION SIGNS ON THROUGH CBLPOPSO. MAKING A
      * DEPOSIT, KEYING A BANK CREDIT AND RECORDING A RETURNED CHECK
      * NEED PAYMENT AUTHORITY; THE SLIP, THE LIST AND THE
      * RECONCILIATION ARE OPEN TO ANY OPERATOR.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPDH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT SLIP-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPDS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT BANKREC-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPBR.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC.
       01 PM-REC.
           05 PM-SELLER-NO         PIC 9(4).
           05 PM-LNAME             PIC X(15).
           05 PM-FNAME             PIC X(15).
           05 PM-DATE              PIC 9(8).
           05 PM-AMOUNT            PIC 9(5)V99.
           05 PM-RECEIPT           PIC X(8).
           05 PM-TENDER            PIC X.
               88 PM-CASH          VALUE 'C'.
               88 PM-CHECK         VALUE 'K'.
               88 PM-RETURNED-CHECK VALUE 'R'.
               88 PM-BANK-FEE      VALUE 'F'.
           05 PM-CHECK-NO          PIC X(8).
           05 PM-DEPOSIT-NO        PIC 9(4).

       FD DEPOSIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DH-REC
           RECORD CONTAINS 77 CHARACTERS.
           COPY POPDEPST.

       FD SLIP-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       FD BANKREC-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRINTLINE            PIC X(132).

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-PM-STATUS         PIC XX      VALUE '00'.
           05 WS-DH-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-PAY-FULL-SW       PIC X       VALUE 'F'.
               88 WS-PAY-TABLE-FULL VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-CONFIRM           PIC X       VALUE SPACES.
           05 WS-DATE-ENTRY        PIC X(8)    VALUE SPACES.
           05 WS-RECEIPT-ENTRY     PIC X(8)    VALUE SPACES.
           05 WS-AMOUNT-ENTRY      PIC 9(7)V99 VALUE 0.
           05 WS-FEE-ENTRY         PIC 9(5)V99 VALUE 0.
           05 WS-DEP-NO            PIC 9(4)    VALUE 0.
           05 WS-NEXT-DEP-NO       PIC 9(4)    VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-PAY-SUB           PIC 9(4)    VALUE 0.
           05 WS-DEP-SUB           PIC 9(4)    VALUE 0.
           05 WS-LIST-CTR          PIC 9(4)    VALUE 0.
           05 WS-CASH-TOTAL        PIC 9(7)V99 VALUE 0.
           05 WS-CHECK-TOTAL       PIC 9(7)V99 VALUE 0.
           05 WS-CHECK-COUNT       PIC 9(4)    VALUE 0.
           05 WS-CASH-COUNT        PIC 9(4)    VALUE 0.
           05 WS-DIFFERENCE        PIC S9(7)V99 VALUE 0.
           05 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99.
           05 WS-YMD               PIC 9(8)    VALUE 0.
           05 WS-YMD-PARTS REDEFINES WS-YMD.
               10 WS-YMD-YEAR      PIC 9(4).
               10 WS-YMD-MONTH     PIC 99.
               10 WS-YMD-DAY       PIC 99.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-DIFF-CTR           PIC 9(4)    VALUE 0.
           05 C-UNCREDITED-CTR     PIC 9(4)    VALUE 0.
           05 C-TOT-SLIP           PIC 9(9)V99 VALUE 0.
           05 C-TOT-BANK           PIC 9(9)V99 VALUE 0.
           05 C-TOT-DIFF           PIC S9(9)V99 VALUE 0.
           05 C-TOT-RETURNED       PIC 9(9)V99 VALUE 0.
           05 C-TOT-NET            PIC S9(9)V99 VALUE 0.
           05 C-RET-CTR            PIC 9(4)    VALUE 0.
       01 PAYMENT-TABLE.
      * THE WHOLE OF CBLPOPPM.DAT, RECORD FOR RECORD, SO A DEPOSIT CAN
      * BE STAMPED ON THE PAYMENTS IT GATHERS AND THE FILE WRITTEN
      * BACK IN ITS ORIGINAL ORDER.
           05 PAY-COUNT             PIC 9(4)    VALUE 0.
           05 PAY-ENTRY OCCURS 3000 TIMES.
               10 PAY-IMAGE         PIC X(70).
       01 DEPOSIT-TABLE.
           05 DEP-COUNT             PIC 9(4)    VALUE 0.
           05 DEP-ENTRY OCCURS 500 TIMES.
               10 DEP-IMAGE         PIC X(77).
               10 DEP-RET-COUNT     PIC 9(4).
               10 DEP-RET-AMT       PIC 9(7)V99.
       01 HEADINGS1.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.
               10 H1-MONTH         PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 H1-DAY           PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 H1-YEAR          PIC 9999.
           05 FILLER               PIC X(36)   VALUE SPACES.
           05 FILLER               PIC X(28)
                   VALUE 'ALBIA SOCCER CLUB FUNDRAISER'.
           05 FILLER               PIC X(43)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'PAGE: '.
           05 H1-PAGE              PIC Z9.
       01 HEADINGS2.
           05 FILLER               PIC X(59)   VALUE SPACES.
           05 FILLER               PIC X(14)
                   VALUE 'MOYER DIVISION'.
           05 FILLER               PIC X(59)   VALUE SPACES.
       01 SLIP-HEADINGS3.
           05 FILLER               PIC X(58)   VALUE SPACES.
           05 FILLER               PIC X(17)
                   VALUE 'BANK DEPOSIT SLIP'.
           05 FILLER               PIC X(57)   VALUE SPACES.
       01 SLIP-DEPOSIT-LINE.
           05 FILLER               PIC X(16)
                   VALUE 'DEPOSIT NUMBER: '.
           05 O-SL-DEP-NO          PIC 9(4).
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(14)   VALUE 'DEPOSIT DATE: '.
           05 O-SL-DATE.
               10 O-SL-MONTH       PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-SL-DAY         PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-SL-YEAR        PIC 9999.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'PREPARED BY: '.
           05 O-SL-OPER            PIC X(8).
       01 SLIP-COL-HEADINGS.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'SEL#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'CHECK#'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'RECEIPT#'.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
       01 SLIP-CHECK-LINE.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-SL-SELLER-NO       PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SL-LNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-SL-FNAME           PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-SL-CHECK-NO        PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SL-RECEIPT         PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SL-AMOUNT          PIC $$,$$$,$$9.99.
       01 SLIP-NO-CHECKS-LINE.
           05 FILLER               PIC X(29)
                   VALUE '    NO CHECKS IN THIS DEPOSIT'.
       01 SLIP-TOTAL-LINE.
           05 FILLER               PIC X(36)   VALUE SPACES.
           05 O-SL-TOT-LABEL       PIC X(20).
           05 O-SL-TOT-COUNT       PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SL-TOT-AMOUNT      PIC $$,$$$,$$9.99.
       01 BR-HEADINGS3.
           05 FILLER               PIC X(55)   VALUE SPACES.
           05 FILLER               PIC X(22)
                   VALUE 'BANK RECONCILIATION'.
           05 FILLER               PIC X(55)   VALUE SPACES.
       01 BR-COL-HEADINGS.
           05 FILLER               PIC X       VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'DEP#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'DEPOSITED '.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'CHKS'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'SLIP TOTAL'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'CREDITED  '.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'BANK CREDIT'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'DIFFERENCE'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'RETURNED'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'NET COLLECTED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'STATUS'.
       01 BR-DETAIL-LINE.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-BR-DEP-NO          PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-DATE.
               10 O-BR-MONTH       PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-BR-DAY         PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-BR-YEAR        PIC 9999.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-CHECKS          PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-SLIP            PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-BANK-DATE.
               10 O-BR-BANK-MONTH  PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-BR-BANK-DAY    PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-BR-BANK-YEAR   PIC 9999.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-BANK            PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-DIFF            PIC $$,$$$,$$9.99CR.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-RETURNED        PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-NET             PIC $$,$$$,$$9.99CR.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BR-STATUS          PIC X(10).
       01 BR-TOTAL-LINE.
           05 FILLER               PIC X(14)
                   VALUE '  ALL DEPOSITS'.
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 O-BT-SLIP            PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(14)   VALUE SPACES.
           05 O-BT-BANK            PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BT-DIFF            PIC $$,$$$,$$9.99CR.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BT-RETURNED        PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BT-NET             PIC $$,$$$,$$9.99CR.
       01 BR-COUNT-LINE.
           05 O-BR-COUNT-LABEL     PIC X(42).
           05 O-BR-COUNT           PIC ZZZ9.
       01 BR-ONHAND-LINE.
           05 FILLER               PIC X(42)
                   VALUE 'PAYMENTS ON HAND NOT YET DEPOSITED:       '.
           05 O-BR-ONHAND-CTR      PIC ZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-BR-ONHAND-AMT      PIC $$,$$$,$$9.99.
       01 BR-NO-DEPOSITS-LINE.
           05 FILLER               PIC X(24)
                   VALUE '   NO DEPOSITS ON FILE.'.
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MENU
               UNTIL WS-DONE.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPBD NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'BANK DEPOSITS AND RETURNED CHECKS'.
           DISPLAY '  D - MAKE A DEPOSIT OF PAYMENTS ON HAND'.
           DISPLAY '  S - REPRINT A DEPOSIT SLIP'.
           DISPLAY '  C - ENTER THE BANK CREDIT FOR A DEPOSIT'.
           DISPLAY '  K - RECORD A RETURNED CHECK'.
           DISPLAY '  R - PRINT THE BANK RECONCILIATION'.
           DISPLAY '  L - LIST DEPOSITS'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'D'
                   IF SO-MAY-PAYMENTS
                       PERFORM L3-MAKE-DEPOSIT
                           THRU L3-MAKE-DEPOSIT-EXIT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'S'
                   PERFORM L3-REPRINT-SLIP
                       THRU L3-REPRINT-SLIP-EXIT
               WHEN 'C'
                   IF SO-MAY-PAYMENTS
                       PERFORM L3-BANK-CREDIT
                           THRU L3-BANK-CREDIT-EXIT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'K'
                   IF SO-MAY-PAYMENTS
                       PERFORM L3-RETURNED-CHECK
                           THRU L3-RETURNED-CHECK-EXIT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'R'
                   PERFORM L3-BANK-RECON
               WHEN 'L'
                   PERFORM L3-LIST-DEPOSITS
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.

       L3-MAKE-DEPOSIT.
           PERFORM L4-LOAD-PAYMENTS.
           IF WS-PAY-TABLE-FULL
               DISPLAY 'MORE THAN 3000 PAYMENTS ON CBLPOPPM.DAT - '
                   'DEPOSIT NOT MADE.'
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
           PERFORM L4-LOAD-DEPOSITS.
           IF DEP-COUNT NOT < 500
               DISPLAY 'DEPOSIT TABLE FULL AT 500 - DEPOSIT NOT MADE.'
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
           MOVE 0 TO WS-CASH-COUNT.
           MOVE 0 TO WS-CASH-TOTAL.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               PERFORM L4-COUNT-UNDEPOSITED
           END-PERFORM.
           IF WS-CASH-COUNT = 0 AND WS-CHECK-COUNT = 0
               DISPLAY 'NO UNDEPOSITED PAYMENTS ON HAND.'
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
           MOVE WS-CHECK-TOTAL TO WS-AMT-DISP.
           DISPLAY WS-CHECK-COUNT ' CHECK(S)   ' WS-AMT-DISP.
           MOVE WS-CASH-TOTAL TO WS-AMT-DISP.
           DISPLAY WS-CASH-COUNT ' CASH       ' WS-AMT-DISP.
           COMPUTE WS-AMT-DISP = WS-CHECK-TOTAL + WS-CASH-TOTAL.
           DISPLAY 'DEPOSIT TOTAL   ' WS-AMT-DISP.
           DISPLAY 'MAKE THIS DEPOSIT (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY 'DEPOSIT CANCELLED.'
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
      * DEPOSIT NUMBERS RUN ON FROM THE HIGHEST ON FILE.
           MOVE 0 TO WS-NEXT-DEP-NO.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT
               MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC
               IF DH-DEPOSIT-NO > WS-NEXT-DEP-NO
                   MOVE DH-DEPOSIT-NO TO WS-NEXT-DEP-NO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEXT-DEP-NO.
      * THE HEADER GOES ON FILE FIRST AND THE PAYMENTS ARE STAMPED ONLY
      * ONCE IT IS THERE, SO NO PAYMENT CAN CARRY A DEPOSIT NUMBER THE
      * NEXT DEPOSIT WOULD TAKE AGAIN. IF THE PAYMENTS CANNOT THEN BE
      * REWRITTEN THE HEADER IS TAKEN BACK OFF.
           MOVE SPACES TO DH-REC.
           MOVE WS-NEXT-DEP-NO TO DH-DEPOSIT-NO.
           STRING CUR-YEAR CUR-MONTH CUR-DAY
                   DELIMITED BY SIZE INTO WS-DATE-ENTRY
           END-STRING.
           MOVE WS-DATE-ENTRY TO DH-DATE.
           MOVE SO-OPER-ID TO DH-OPERATOR.
           MOVE WS-CASH-TOTAL TO DH-CASH-TOTAL.
           MOVE WS-CHECK-COUNT TO DH-CHECK-COUNT.
           MOVE WS-CHECK-TOTAL TO DH-CHECK-TOTAL.
           COMPUTE DH-TOTAL = WS-CASH-TOTAL + WS-CHECK-TOTAL.
           MOVE 'U' TO DH-STATUS.
           MOVE 0 TO DH-BANK-DATE.
           MOVE 0 TO DH-BANK-AMOUNT.
           ADD 1 TO DEP-COUNT.
           MOVE DH-REC TO DEP-IMAGE (DEP-COUNT).
           PERFORM L4-SAVE-DEPOSITS.
           IF WS-DH-STATUS NOT = '00'
               DISPLAY 'DEPOSIT NOT MADE - NO PAYMENT WAS STAMPED.'
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               PERFORM L4-STAMP-DEPOSIT
           END-PERFORM.
           PERFORM L4-SAVE-PAYMENTS.
           IF WS-PM-STATUS NOT = '00'
               SUBTRACT 1 FROM DEP-COUNT
               PERFORM L4-SAVE-DEPOSITS
               IF WS-DH-STATUS = '00'
                   DISPLAY 'DEPOSIT NOT MADE - HEADER '
                       WS-NEXT-DEP-NO ' REMOVED FROM CBLPOPDH.DAT.'
               ELSE
                   DISPLAY 'DEPOSIT ' WS-NEXT-DEP-NO ' IS ON '
                       'CBLPOPDH.DAT BUT NO PAYMENT CARRIES IT - '
                       'DO NOT TAKE IT TO THE BANK.'
               END-IF
               GO TO L3-MAKE-DEPOSIT-EXIT
           END-IF.
           DISPLAY 'DEPOSIT ' WS-NEXT-DEP-NO ' MADE.'.
           MOVE DEP-COUNT TO WS-DEP-SUB.
           PERFORM L4-PRINT-SLIP.

       L3-MAKE-DEPOSIT-EXIT.
           EXIT.

       L4-COUNT-UNDEPOSITED.
      * A PAYMENT WITH NO TENDER WAS POSTED BEFORE CASH AND CHECK WERE
      * RECORDED; ITS DEPOSIT NUMBER IS BLANK AND IT IS LEFT ALONE.
           IF PM-CASH OR PM-CHECK
               IF PM-DEPOSIT-NO = 0
                   IF PM-CASH
                       ADD 1 TO WS-CASH-COUNT
                       ADD PM-AMOUNT TO WS-CASH-TOTAL
                   ELSE
                       ADD 1 TO WS-CHECK-COUNT
                       ADD PM-AMOUNT TO WS-CHECK-TOTAL
                   END-IF
               END-IF
           END-IF.

       L4-STAMP-DEPOSIT.
           IF PM-CASH OR PM-CHECK
               IF PM-DEPOSIT-NO = 0
                   MOVE WS-NEXT-DEP-NO TO PM-DEPOSIT-NO
                   MOVE PM-REC TO PAY-IMAGE (WS-PAY-SUB)
               END-IF
           END-IF.

       L3-REPRINT-SLIP.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-ASK-DEPOSIT.
           IF WS-DEP-SUB = 0
               GO TO L3-REPRINT-SLIP-EXIT
           END-IF.
           PERFORM L4-LOAD-PAYMENTS.
           IF WS-PAY-TABLE-FULL
               DISPLAY 'MORE THAN 3000 PAYMENTS ON CBLPOPPM.DAT - '
                   'THE SLIP WOULD BE INCOMPLETE, NOT PRINTED.'
               GO TO L3-REPRINT-SLIP-EXIT
           END-IF.
           PERFORM L4-PRINT-SLIP.

       L3-REPRINT-SLIP-EXIT.
           EXIT.

       L4-PRINT-SLIP.
      * THE SLIP FOR THE DEPOSIT AT WS-DEP-SUB, FROM THE PAYMENTS
      * CARRYING ITS NUMBER. THE CASH IS ONE FIGURE; THE BANK WANTS
      * EVERY CHECK LISTED.
           MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC.
           MOVE 0 TO C-PCTR.
           MOVE DH-DEPOSIT-NO TO O-SL-DEP-NO.
           MOVE DH-DATE TO WS-YMD.
           MOVE WS-YMD-MONTH TO O-SL-MONTH.
           MOVE WS-YMD-DAY TO O-SL-DAY.
           MOVE WS-YMD-YEAR TO O-SL-YEAR.
           MOVE DH-OPERATOR TO O-SL-OPER.
           OPEN OUTPUT SLIP-PRTOUT.
           PERFORM L5-SLIP-HEADINGS.
           MOVE 0 TO WS-LIST-CTR.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               IF PM-CHECK
                   IF PM-DEPOSIT-NO = DH-DEPOSIT-NO
                       PERFORM L5-PRINT-SLIP-CHECK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIST-CTR = 0
               WRITE PRTLINE FROM SLIP-NO-CHECKS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE 'TOTAL CHECKS' TO O-SL-TOT-LABEL.
           MOVE DH-CHECK-COUNT TO O-SL-TOT-COUNT.
           MOVE DH-CHECK-TOTAL TO O-SL-TOT-AMOUNT.
           WRITE PRTLINE FROM SLIP-TOTAL-LINE.
      * THE CASH AND DEPOSIT TOTALS CARRY NO ITEM COUNT.
           MOVE 'TOTAL CASH' TO O-SL-TOT-LABEL.
           MOVE DH-CASH-TOTAL TO O-SL-TOT-AMOUNT.
           MOVE SLIP-TOTAL-LINE TO PRTLINE.
           MOVE SPACES TO PRTLINE (57:4).
           WRITE PRTLINE.
           MOVE 'DEPOSIT TOTAL' TO O-SL-TOT-LABEL.
           MOVE DH-TOTAL TO O-SL-TOT-AMOUNT.
           MOVE SLIP-TOTAL-LINE TO PRTLINE.
           MOVE SPACES TO PRTLINE (57:4).
           WRITE PRTLINE.
           CLOSE SLIP-PRTOUT.
           DISPLAY 'DEPOSIT SLIP WRITTEN TO CBLPOPDS.PRT'.

       L5-PRINT-SLIP-CHECK.
           ADD 1 TO WS-LIST-CTR.
           MOVE PM-SELLER-NO TO O-SL-SELLER-NO.
           MOVE PM-LNAME TO O-SL-LNAME.
           MOVE PM-FNAME TO O-SL-FNAME.
           MOVE PM-CHECK-NO TO O-SL-CHECK-NO.
           MOVE PM-RECEIPT TO O-SL-RECEIPT.
           MOVE PM-AMOUNT TO O-SL-AMOUNT.
           WRITE PRTLINE FROM SLIP-CHECK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-SLIP-HEADINGS
           END-WRITE.

       L5-SLIP-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SLIP-HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SLIP-DEPOSIT-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SLIP-COL-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE.

       L3-BANK-CREDIT.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-ASK-DEPOSIT.
           IF WS-DEP-SUB = 0
               GO TO L3-BANK-CREDIT-EXIT
           END-IF.
           MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC.
           MOVE DH-TOTAL TO WS-AMT-DISP.
           DISPLAY 'DEPOSIT ' DH-DEPOSIT-NO ' OF ' DH-DATE
               ' SLIP TOTAL ' WS-AMT-DISP.
           IF DH-CREDITED
               MOVE DH-BANK-AMOUNT TO WS-AMT-DISP
               DISPLAY 'ALREADY CREDITED ' DH-BANK-DATE ' '
                   WS-AMT-DISP ' BY ' DH-BANK-OPER
               DISPLAY 'REPLACE THE BANK CREDIT (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
                   DISPLAY 'BANK CREDIT NOT CHANGED.'
                   GO TO L3-BANK-CREDIT-EXIT
               END-IF
           END-IF.
           STRING CUR-YEAR CUR-MONTH CUR-DAY
                   DELIMITED BY SIZE INTO WS-DATE-ENTRY
           END-STRING.
           DISPLAY 'ENTER DATE CREDITED YYYYMMDD (DEFAULT '
               WS-DATE-ENTRY '): ' WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
               STRING CUR-YEAR CUR-MONTH CUR-DAY
                       DELIMITED BY SIZE INTO WS-DATE-ENTRY
               END-STRING
           END-IF.
           DISPLAY 'ENTER AMOUNT THE BANK CREDITED: '
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-ENTRY.
           COMPUTE WS-DIFFERENCE = WS-AMOUNT-ENTRY - DH-TOTAL.
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO WS-AMT-DISP
               IF WS-DIFFERENCE < 0
                   DISPLAY 'BANK CREDITED ' WS-AMT-DISP
                       ' LESS THAN THE SLIP.'
               ELSE
                   DISPLAY 'BANK CREDITED ' WS-AMT-DISP
                       ' MORE THAN THE SLIP.'
               END-IF
           END-IF.
           DISPLAY 'SAVE THIS BANK CREDIT (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY 'BANK CREDIT CANCELLED.'
               GO TO L3-BANK-CREDIT-EXIT
           END-IF.
           MOVE 'C' TO DH-STATUS.
           MOVE WS-DATE-ENTRY TO DH-BANK-DATE.
           MOVE WS-AMOUNT-ENTRY TO DH-BANK-AMOUNT.
           MOVE SO-OPER-ID TO DH-BANK-OPER.
           MOVE DH-REC TO DEP-IMAGE (WS-DEP-SUB).
           PERFORM L4-SAVE-DEPOSITS.
           DISPLAY 'BANK CREDIT SAVED.'.

       L3-BANK-CREDIT-EXIT.
           EXIT.

       L3-RETURNED-CHECK.
           PERFORM L4-LOAD-PAYMENTS.
           IF WS-PAY-TABLE-FULL
               DISPLAY 'MORE THAN 3000 PAYMENTS ON CBLPOPPM.DAT - '
                   'THE CHECK CANNOT BE LOOKED UP.'
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           DISPLAY 'ENTER RECEIPT NUMBER OF THE RETURNED CHECK: '
               WITH NO ADVANCING.
           ACCEPT WS-RECEIPT-ENTRY.
           IF WS-RECEIPT-ENTRY = SPACES
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
      * A REVERSAL ALREADY ON FILE FOR THE RECEIPT MEANS THE CHECK HAS
      * BEEN RETURNED ONCE; A SECOND ONE WOULD CHARGE THE SELLER TWICE.
           MOVE 0 TO WS-SUB.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               IF PM-RETURNED-CHECK
                       AND PM-RECEIPT = WS-RECEIPT-ENTRY
                   MOVE WS-PAY-SUB TO WS-SUB
                   MOVE PAY-COUNT TO WS-PAY-SUB
               END-IF
           END-PERFORM.
           IF WS-SUB > 0
               DISPLAY 'RECEIPT ' WS-RECEIPT-ENTRY ' HAS ALREADY BEEN '
                   'RECORDED AS A RETURNED CHECK.'
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           MOVE 0 TO WS-SUB.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               IF PM-CHECK AND PM-RECEIPT = WS-RECEIPT-ENTRY
                   MOVE WS-PAY-SUB TO WS-SUB
                   MOVE PAY-COUNT TO WS-PAY-SUB
               END-IF
           END-PERFORM.
           IF WS-SUB = 0
               DISPLAY 'NO CHECK PAYMENT WITH RECEIPT '
                   WS-RECEIPT-ENTRY ' ON FILE.'
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           MOVE PAY-IMAGE (WS-SUB) TO PM-REC.
           MOVE PM-AMOUNT TO WS-AMT-DISP.
           DISPLAY 'SELLER ' PM-SELLER-NO ' ' PM-LNAME ' ' PM-FNAME.
           DISPLAY 'CHECK ' PM-CHECK-NO ' OF ' PM-DATE ' FOR '
               WS-AMT-DISP.
           IF PM-DEPOSIT-NO = 0
               DISPLAY 'THIS CHECK HAS NOT BEEN DEPOSITED - IT CANNOT '
                   'HAVE BEEN RETURNED BY THE BANK.'
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           DISPLAY 'DEPOSITED IN DEPOSIT ' PM-DEPOSIT-NO.
           DISPLAY 'ENTER BANK FEE CHARGED (0 IF NONE): '
               WITH NO ADVANCING.
           ACCEPT WS-FEE-ENTRY.
           STRING CUR-YEAR CUR-MONTH CUR-DAY
                   DELIMITED BY SIZE INTO WS-DATE-ENTRY
           END-STRING.
           DISPLAY 'ENTER DATE RETURNED YYYYMMDD (DEFAULT '
               WS-DATE-ENTRY '): ' WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
               STRING CUR-YEAR CUR-MONTH CUR-DAY
                       DELIMITED BY SIZE INTO WS-DATE-ENTRY
               END-STRING
           END-IF.
           DISPLAY 'REVERSE THIS CHECK AGAINST THE SELLER (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY 'RETURNED CHECK CANCELLED.'
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPPM.DAT, STATUS: '
                   WS-PM-STATUS
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
      * THE REVERSAL IS THE CHECK PAYMENT ITSELF, RETAGGED AND DATED
      * THE DAY THE BANK SENT IT BACK.
           MOVE PAY-IMAGE (WS-SUB) TO PM-REC.
           MOVE 'R' TO PM-TENDER.
           MOVE WS-DATE-ENTRY TO PM-DATE.
           WRITE PM-REC.
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE CBLPOPPM.DAT, STATUS: '
                   WS-PM-STATUS
               DISPLAY 'RETURNED CHECK NOT RECORDED.'
               CLOSE PAYMENT-FILE
               GO TO L3-RETURNED-CHECK-EXIT
           END-IF.
           IF WS-FEE-ENTRY > 0
               MOVE 'F' TO PM-TENDER
               MOVE WS-FEE-ENTRY TO PM-AMOUNT
               WRITE PM-REC
               IF WS-PM-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO WRITE CBLPOPPM.DAT, STATUS: '
                       WS-PM-STATUS
                   DISPLAY 'RETURNED CHECK RECORDED, BUT NOT THE '
                       'BANK FEE - SELLER ' PM-SELLER-NO
                       ' IS NOT CHARGED IT.'
                   CLOSE PAYMENT-FILE
                   GO TO L3-RETURNED-CHECK-EXIT
               END-IF
           END-IF.
           DISPLAY 'RETURNED CHECK RECORDED - SELLER ' PM-SELLER-NO
               ' OWES IT AGAIN.'.
           CLOSE PAYMENT-FILE.

       L3-RETURNED-CHECK-EXIT.
           EXIT.

       L3-BANK-RECON.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM L4-LOAD-PAYMENTS.
           IF WS-PAY-TABLE-FULL
               DISPLAY 'MORE THAN 3000 PAYMENTS ON CBLPOPPM.DAT - '
                   'RETURNED CHECKS AND MONEY ON HAND WILL BE SHORT.'
           END-IF.
      * RETURNED CHECKS ARE CHARGED BACK TO THE DEPOSIT THEY WENT IN
      * WITH; UNDEPOSITED CASH AND CHECKS ARE THE MONEY STILL ON HAND.
           MOVE 0 TO WS-CASH-COUNT.
           MOVE 0 TO WS-CASH-TOTAL.
           MOVE 0 TO WS-CHECK-COUNT.
           MOVE 0 TO WS-CHECK-TOTAL.
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > PAY-COUNT
               MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
               IF PM-RETURNED-CHECK
                   PERFORM L4-CHARGE-BACK
               ELSE
                   PERFORM L4-COUNT-UNDEPOSITED
               END-IF
           END-PERFORM.
           MOVE 0 TO C-PCTR.
           MOVE 0 TO C-DIFF-CTR.
           MOVE 0 TO C-UNCREDITED-CTR.
           MOVE 0 TO C-TOT-SLIP.
           MOVE 0 TO C-TOT-BANK.
           MOVE 0 TO C-TOT-DIFF.
           MOVE 0 TO C-TOT-RETURNED.
           MOVE 0 TO C-TOT-NET.
           MOVE 0 TO C-RET-CTR.
           OPEN OUTPUT BANKREC-PRTOUT.
           PERFORM L5-BR-HEADINGS.
           IF DEP-COUNT = 0
               WRITE PRINTLINE FROM BR-NO-DEPOSITS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM L4-PRINT-ONE-DEPOSIT
               VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT.
           WRITE PRINTLINE FROM BLANK-LINE.
           MOVE C-TOT-SLIP TO O-BT-SLIP.
           MOVE C-TOT-BANK TO O-BT-BANK.
           MOVE C-TOT-DIFF TO O-BT-DIFF.
           MOVE C-TOT-RETURNED TO O-BT-RETURNED.
           MOVE C-TOT-NET TO O-BT-NET.
           WRITE PRINTLINE FROM BR-TOTAL-LINE.
           WRITE PRINTLINE FROM BLANK-LINE.
           MOVE 'DEPOSITS ON FILE:' TO O-BR-COUNT-LABEL.
           MOVE DEP-COUNT TO O-BR-COUNT.
           WRITE PRINTLINE FROM BR-COUNT-LINE.
           MOVE 'DEPOSITS NOT YET CREDITED BY THE BANK:'
               TO O-BR-COUNT-LABEL.
           MOVE C-UNCREDITED-CTR TO O-BR-COUNT.
           WRITE PRINTLINE FROM BR-COUNT-LINE.
           MOVE 'DEPOSITS CREDITED WITH A DIFFERENCE:'
               TO O-BR-COUNT-LABEL.
           MOVE C-DIFF-CTR TO O-BR-COUNT.
           WRITE PRINTLINE FROM BR-COUNT-LINE.
           MOVE 'CHECKS RETURNED BY THE BANK:' TO O-BR-COUNT-LABEL.
           MOVE C-RET-CTR TO O-BR-COUNT.
           WRITE PRINTLINE FROM BR-COUNT-LINE.
           COMPUTE O-BR-ONHAND-CTR = WS-CASH-COUNT + WS-CHECK-COUNT.
           COMPUTE O-BR-ONHAND-AMT = WS-CASH-TOTAL + WS-CHECK-TOTAL.
           WRITE PRINTLINE FROM BR-ONHAND-LINE.
           CLOSE BANKREC-PRTOUT.
           DISPLAY 'BANK RECONCILIATION WRITTEN TO CBLPOPBR.PRT'.
           IF C-DIFF-CTR > 0
               DISPLAY C-DIFF-CTR ' DEPOSIT(S) CREDITED WITH A '
                   'DIFFERENCE.'
           END-IF.

       L4-CHARGE-BACK.
           ADD 1 TO C-RET-CTR.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT
               MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC
               IF DH-DEPOSIT-NO = PM-DEPOSIT-NO
                   ADD 1 TO DEP-RET-COUNT (WS-DEP-SUB)
                   ADD PM-AMOUNT TO DEP-RET-AMT (WS-DEP-SUB)
                   MOVE DEP-COUNT TO WS-DEP-SUB
               END-IF
           END-PERFORM.

       L4-PRINT-ONE-DEPOSIT.
           MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC.
           MOVE DH-DEPOSIT-NO TO O-BR-DEP-NO.
           MOVE DH-DATE TO WS-YMD.
           MOVE WS-YMD-MONTH TO O-BR-MONTH.
           MOVE WS-YMD-DAY TO O-BR-DAY.
           MOVE WS-YMD-YEAR TO O-BR-YEAR.
           MOVE DH-CHECK-COUNT TO O-BR-CHECKS.
           MOVE DH-TOTAL TO O-BR-SLIP.
           MOVE DEP-RET-AMT (WS-DEP-SUB) TO O-BR-RETURNED.
           ADD DH-TOTAL TO C-TOT-SLIP.
           ADD DEP-RET-AMT (WS-DEP-SUB) TO C-TOT-RETURNED.
           IF DH-CREDITED
               MOVE DH-BANK-DATE TO WS-YMD
               MOVE WS-YMD-MONTH TO O-BR-BANK-MONTH
               MOVE WS-YMD-DAY TO O-BR-BANK-DAY
               MOVE WS-YMD-YEAR TO O-BR-BANK-YEAR
               MOVE DH-BANK-AMOUNT TO O-BR-BANK
               COMPUTE WS-DIFFERENCE = DH-BANK-AMOUNT - DH-TOTAL
               MOVE WS-DIFFERENCE TO O-BR-DIFF
               COMPUTE O-BR-NET = DH-BANK-AMOUNT
                   - DEP-RET-AMT (WS-DEP-SUB)
               ADD DH-BANK-AMOUNT TO C-TOT-BANK
               ADD WS-DIFFERENCE TO C-TOT-DIFF
               COMPUTE C-TOT-NET = C-TOT-NET + DH-BANK-AMOUNT
                   - DEP-RET-AMT (WS-DEP-SUB)
               IF WS-DIFFERENCE = 0
                   MOVE 'MATCHED' TO O-BR-STATUS
               ELSE
                   MOVE 'DIFFERENCE' TO O-BR-STATUS
                   ADD 1 TO C-DIFF-CTR
               END-IF
           ELSE
               MOVE 'UNCREDITED' TO O-BR-STATUS
               ADD 1 TO C-UNCREDITED-CTR
           END-IF.
           MOVE BR-DETAIL-LINE TO PRINTLINE.
      * AN UNCREDITED DEPOSIT HAS NO BANK FIGURES TO SHOW.
           IF NOT DH-CREDITED
               MOVE SPACES TO PRINTLINE (41:10)
               MOVE SPACES TO PRINTLINE (53:13)
               MOVE SPACES TO PRINTLINE (68:15)
               MOVE SPACES TO PRINTLINE (100:15)
           END-IF.
           WRITE PRINTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-BR-HEADINGS
           END-WRITE.

       L5-BR-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRINTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRINTLINE FROM BR-HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRINTLINE FROM BLANK-LINE.
           WRITE PRINTLINE FROM BR-COL-HEADINGS.
           WRITE PRINTLINE FROM BLANK-LINE.

       L3-LIST-DEPOSITS.
           PERFORM L4-LOAD-DEPOSITS.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > DEP-COUNT
               MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC
               MOVE DH-TOTAL TO WS-AMT-DISP
               DISPLAY 'DEPOSIT ' DH-DEPOSIT-NO ' ' DH-DATE ' '
                   DH-CHECK-COUNT ' CHECK(S) ' WS-AMT-DISP ' '
                   DH-OPERATOR ' ' DH-STATUS
           END-PERFORM.
           DISPLAY DEP-COUNT ' DEPOSIT(S) ON FILE.'.

       L4-ASK-DEPOSIT.
      * LEAVES WS-DEP-SUB AT THE DEPOSIT'S TABLE ENTRY, ZERO IF NONE.
           MOVE 0 TO WS-DEP-SUB.
           DISPLAY 'ENTER DEPOSIT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-DEP-NO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DEP-COUNT
               MOVE DEP-IMAGE (WS-SUB) TO DH-REC
               IF DH-DEPOSIT-NO = WS-DEP-NO
                   MOVE WS-SUB TO WS-DEP-SUB
                   MOVE DEP-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-DEP-SUB = 0
               DISPLAY 'DEPOSIT ' WS-DEP-NO ' NOT ON FILE.'
           END-IF.

       L4-LOAD-PAYMENTS.
      * NO PAYMENTS FILE YET SIMPLY MEANS NOTHING HAS BEEN TURNED IN.
           MOVE 0 TO PAY-COUNT.
           MOVE 'F' TO WS-PAY-FULL-SW.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PM-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF PAY-COUNT < 3000
                               ADD 1 TO PAY-COUNT
                               MOVE PM-REC TO PAY-IMAGE (PAY-COUNT)
                           ELSE
                               MOVE 'T' TO WS-PAY-FULL-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       L4-SAVE-PAYMENTS.
           OPEN OUTPUT PAYMENT-FILE.
           IF WS-PM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE CBLPOPPM.DAT, STATUS: '
                   WS-PM-STATUS
           ELSE
               PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                       UNTIL WS-PAY-SUB > PAY-COUNT
                   MOVE PAY-IMAGE (WS-PAY-SUB) TO PM-REC
                   WRITE PM-REC
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       L4-LOAD-DEPOSITS.
      * NO CBLPOPDH.DAT YET MEANS NO DEPOSIT HAS BEEN MADE THIS SEASON.
           MOVE 0 TO DEP-COUNT.
           OPEN INPUT DEPOSIT-FILE.
           IF WS-DH-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ DEPOSIT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF DEP-COUNT < 500
                               ADD 1 TO DEP-COUNT
                               MOVE DH-REC TO DEP-IMAGE (DEP-COUNT)
                               MOVE 0 TO DEP-RET-COUNT (DEP-COUNT)
                               MOVE 0 TO DEP-RET-AMT (DEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF.

       L4-SAVE-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE.
           IF WS-DH-STATUS NOT = '00'
               DISPLAY 'UNABLE TO WRITE CBLPOPDH.DAT, STATUS: '
                   WS-DH-STATUS
           ELSE
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > DEP-COUNT
                   MOVE DEP-IMAGE (WS-DEP-SUB) TO DH-REC
                   WRITE DH-REC
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED TO '
               'HANDLE DEPOSITS OR RETURNED CHECKS.'.

       L2-CLOSING.
           STOP RUN.

       end program CBLPOPBD.
