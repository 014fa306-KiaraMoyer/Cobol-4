       AUTHOR. KIARA MOYER
      ******************************************************************
      * TREASURER PAYMENT ENTRY AND SELLER RECONCILIATION. POSTS EACH
      * MONEY TURN-IN (SELLER NAME, DATE, AMOUNT, RECEIPT NUMBER, CASH
      * OR CHECK AND THE CHECK NUMBER) TO THE CUMULATIVE PAYMENTS FILE
      * CBLPOPPM.DAT, AND PRINTS A RECONCILIATION REPORT THAT MATCHES
      * THE PAYMENTS AGAINST EACH SELLER'S ACCUMULATED SALES TOTAL FROM
      * CBLPOPST.DAT (WRITTEN BY EVERY CBLKLM04 RUN) TO SHOW WHO STILL
      * OWES MONEY AND HOW MUCH.
      *
      * OPERATIONAL SEQUENCE: RUN CBLKLM04 FIRST SO CBLPOPST.DAT HOLDS
      * THE CURRENT SEASON'S SELLER TOTALS, POST PAYMENTS HERE AS THE
      * MONEY COMES IN, THEN PRINT THE "R" RECONCILIATION THE MORNING
      * OF DISTRIBUTION DAY - A SELLER WITH AN OUTSTANDING BALANCE ON
      * CBLPOPRC.PRT IS NOT PAID UP AND DOES NOT GET THEIR CASES.
      *
      * WHEN A SHORT DELIVERY HAS BEEN ALLOCATED BY CBLPOPAL, THE
      * SHORTED CASES ON CBLPOPAL.DAT (BACKORDERED OR CREDITED) ARE
      * SHOWN IN THEIR OWN COLUMN AND TAKEN OFF THE SELLER'S BALANCE -
      * A SELLER OWES ONLY FOR THE CASES ACTUALLY HANDED OVER. AN
      * ALLOCATION IS CREDITED ONLY WHILE ITS ORDER ON CBLPOPIX.DAT
      * STILL HAS THE PRODUCT AND CASES IT WAS ALLOCATED FOR, THE SAME
      * TEST THE STATEMENTS USE; ONE FOR AN ORDER CHANGED OR DELETED
      * SINCE CBLPOPAL RAN IS PASSED OVER. IF CBLPOPIX.DAT CANNOT BE
      * OPENED NO SHORT IS CREDITED AND THE RUN ENDS WITH CODE 4.
      * LIKEWISE A CASE BROUGHT BACK AFTER DISTRIBUTION AND CREDITED
      * IN CBLPOPRT (CBLPOPRT.DAT) IS SHOWN AS A RETURN CREDIT AND
      * TAKEN OFF THE BALANCE; A REPLACED CASE OWES NOTHING MORE.
      *
      * A NEW PAYMENT GOES ON FILE UNDEPOSITED (DEPOSIT NUMBER ZERO)
      * UNTIL THE TREASURER GATHERS IT INTO A BANK DEPOSIT IN
      * CBLPOPBD. A CHECK THE BANK RETURNS IS REVERSED THERE BY A
      * RETURNED-CHECK RECORD, AND ANY BANK FEE BY A FEE RECORD, BOTH
      * ON CBLPOPPM.DAT. THE RECONCILIATION TAKES A RETURNED CHECK
      * BACK OFF THE SELLER'S PAID-TO-DATE AND ADDS THE FEE TO WHAT
      * THEY OWE, SO THE SELLER SHOWS AS OWING AGAIN, AND LISTS BOTH
      * UNDER THE SELLER'S LINE.
      *
      * THE NIGHTLY CBLPOPJS JOB STREAM STARTS THIS AS "CBLPOPPA R":
      * WITH THE R PARAMETER ON THE COMMAND LINE THE RECONCILIATION
      * PRINTS WITH NO MENU, AND A NON-ZERO COMPLETION CODE (16) TELLS
      * THE STREAM IT COULD NOT BE PRODUCED.
      *
      * EVERY SESSION SIGNS ON THROUGH CBLPOPSO. POSTING A PAYMENT
      * NEEDS PAYMENT AUTHORITY; THE LIST AND THE RECONCILIATION ARE
      * OPEN TO ANY OPERATOR. THE JOB STREAM PASSES ITS OWN SIGNED-ON
      * OPERATOR AFTER THE PARAMETER ("CBLPOPPA R OPERID"), WHICH IS
      * VERIFIED AGAINST THE OPERATOR MASTER INSTEAD OF PROMPTING.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POP-MASTER-IDX
               ASSIGN TO 'C:\COBOL\CBLPOPIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'C:\COBOL\CBLPOPST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT ALLOCATION-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ORDER-ID
               FILE STATUS IS WS-AL-STATUS.
           SELECT RETURNS-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT RECON-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPRC.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
       data division.
       FILE SECTION.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PM-REC.
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

       FD SELLER-TOTALS-FILE
           LABEL RECORD IS STANDARD
           05 ST-FNAME              PIC X(15).
           05 ST-TOTAL              PIC 9(7)V99.

       FD ALLOCATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPALLOC.

       FD RETURNS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 39 CHARACTERS.
           COPY POPRETRN.

       FD RECON-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           01 PRTLINE              PIC X(132).

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-IX-STATUS         PIC XX      VALUE '00'.
           05 WS-PM-STATUS         PIC XX      VALUE '00'.
           05 WS-ST-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-RT-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-COMMAND-LINE      PIC X(40)   VALUE SPACES.
           05 WS-RUN-PARM          PIC X(8)    VALUE SPACES.
               88 WS-BATCH-RECONCILE VALUE 'R'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-UNAPPLIED-SW      PIC X       VALUE 'F'.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-TOT-SOLD           PIC 9(9)V99 VALUE 0.
           05 C-TOT-PAID           PIC 9(9)V99 VALUE 0.
           05 C-TOT-SHORT          PIC 9(9)V99 VALUE 0.
           05 C-TOT-RETURN         PIC 9(9)V99 VALUE 0.
           05 C-TOT-OWED           PIC 9(9)V99 VALUE 0.
           05 C-TOT-BOUNCED        PIC 9(9)V99 VALUE 0.
           05 C-TOT-FEE            PIC 9(9)V99 VALUE 0.
           05 WS-BALANCE           PIC S9(7)V99 VALUE 0.
           05 WS-NET-PAID          PIC S9(7)V99 VALUE 0.
           05 CUR-DATE.
               10 CUR-YEAR         PIC 9(4).
               10 CUR-MONTH        PIC XX.
               10 SEL-FNAME         PIC X(15).
               10 SEL-TOTAL         PIC 9(7)V99.
               10 SEL-PAID          PIC 9(7)V99.
               10 SEL-SHORT         PIC 9(7)V99.
               10 SEL-RETURN        PIC 9(7)V99.
               10 SEL-BOUNCED       PIC 9(7)V99.
               10 SEL-FEE           PIC 9(7)V99.
       01 SELLER-WORK.
           05 SEL-FOUND-SW          PIC X       VALUE 'F'.
               88 SEL-FOUND         VALUE 'T'.
                   VALUE 'PAYMENT RECONCILIATION'.
           05 FILLER               PIC X(55)   VALUE SPACES.
       01 COL-HEADINGS.
           05 FILLER               PIC X       VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'SEL#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'TOTAL SOLD'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'SHORT CREDIT'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'RETURN CREDIT'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'TOTAL PAID'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'BALANCE'.
           05 FILLER               PIC X(20)   VALUE SPACES.
       01 DETAIL-LINE.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-SELLER-NO          PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-L-NAME             PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-F-NAME             PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-SOLD               PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SHORT              PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RETURN             PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PAID               PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BALANCE            PIC $$,$$$,$$9.99CR.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-FLAG               PIC X(12).
       01 BOUNCED-LINE.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(28)
                   VALUE 'RETURNED CHECK(S) REVERSED: '.
           05 O-BOUNCED            PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(22)
                   VALUE 'BANK FEE(S) CHARGED: '.
           05 O-FEE                PIC $$,$$$,$$9.99.
       01 UNAPPLIED-TITLE.
           05 FILLER               PIC X(42)
                   VALUE 'PAYMENTS WITH NO MATCHING SELLER ON FILE:'.
           05 FILLER               PIC X(19)
                   VALUE 'TOTAL OUTSTANDING: '.
           05 O-TOT-OWED           PIC $$$,$$$,$$9.99.
       01 CREDIT-TOTALS.
           05 FILLER               PIC X(14)   VALUE 'SHORT CREDIT: '.
           05 O-TOT-SHORT          PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(15)
                   VALUE 'RETURN CREDIT: '.
           05 O-TOT-RETURN         PIC $$$,$$$,$$9.99.
       01 BOUNCED-TOTALS.
           05 FILLER               PIC X(17)
                   VALUE 'RETURNED CHECKS: '.
           05 O-TOT-BOUNCED        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'BANK FEES: '.
           05 O-TOT-FEE            PIC $$$,$$$,$$9.99.
       01 OWE-COUNT-LINE.
           05 FILLER               PIC X(25)
                   VALUE 'SELLERS STILL OWING:     '.
       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN WS-RUN-PARM = SPACES
                   PERFORM L2-MENU
                       UNTIL WS-DONE
               WHEN WS-BATCH-RECONCILE
                   PERFORM L3-RECONCILE
               WHEN OTHER
                   DISPLAY 'UNKNOWN RUN PARAMETER: ' WS-RUN-PARM
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-PARM SO-OPER-ID
           END-UNSTRING.
           IF WS-RUN-PARM = SPACES
               MOVE 'S' TO SO-FUNCTION
           ELSE
               MOVE 'V' TO SO-FUNCTION
           END-IF.
           MOVE 'CBLPOPPA' TO SO-CALLER.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPPA NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-MENU.
           DISPLAY ' '.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'P'
                   IF SO-MAY-PAYMENTS
                       PERFORM L3-POST-PAYMENT
                   ELSE
                       DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT '
                           'AUTHORIZED TO POST PAYMENTS.'
                   END-IF
               WHEN 'L'
                   PERFORM L3-LIST-PAYMENTS
               WHEN 'R'
           ACCEPT PM-AMOUNT.
           DISPLAY 'ENTER RECEIPT NUMBER: ' WITH NO ADVANCING.
           ACCEPT PM-RECEIPT.
           MOVE SPACES TO PM-TENDER.
           PERFORM UNTIL PM-CASH OR PM-CHECK
               DISPLAY 'ENTER TENDER (C=CASH, K=CHECK): '
                   WITH NO ADVANCING
               ACCEPT PM-TENDER
               MOVE FUNCTION UPPER-CASE(PM-TENDER) TO PM-TENDER
               IF NOT PM-CASH AND NOT PM-CHECK
                   DISPLAY 'TENDER MUST BE C OR K.'
               END-IF
           END-PERFORM.
           MOVE SPACES TO PM-CHECK-NO.
           IF PM-CHECK
               DISPLAY 'ENTER CHECK NUMBER: ' WITH NO ADVANCING
               ACCEPT PM-CHECK-NO
           END-IF.
      * RETURNED-CHECK AND FEE RECORDS ARE WRITTEN ONLY BY CBLPOPBD.
           MOVE 0 TO PM-DEPOSIT-NO.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PM-STATUS = '35'
      * FIRST PAYMENT OF THE SEASON - CBLPOPPM.DAT DOESN'T EXIST YET.
                           ADD 1 TO WS-PAY-CTR
                           DISPLAY PM-SELLER-NO ' ' PM-LNAME ' '
                               PM-FNAME ' ' PM-DATE ' ' PM-AMOUNT
                               ' ' PM-RECEIPT ' ' PM-TENDER ' '
                               PM-CHECK-NO ' ' PM-DEPOSIT-NO
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           PERFORM L4-LOAD-SELLER-TOTALS.
           IF SELLER-COUNT = 0
               DISPLAY 'NO SELLER TOTALS ON FILE - RUN CBLKLM04 FIRST.'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM L4-PRINT-RECON
           END-IF.
                               MOVE ST-FNAME TO SEL-FNAME (SEL-IDX)
                               MOVE ST-TOTAL TO SEL-TOTAL (SEL-IDX)
                               MOVE 0 TO SEL-PAID (SEL-IDX)
                               MOVE 0 TO SEL-SHORT (SEL-IDX)
                               MOVE 0 TO SEL-RETURN (SEL-IDX)
                               MOVE 0 TO SEL-BOUNCED (SEL-IDX)
                               MOVE 0 TO SEL-FEE (SEL-IDX)
                           ELSE
                               DISPLAY 'SELLER-TABLE FULL AT 500 - '
                                   'RECONCILIATION WOULD BE '
                                   'INCOMPLETE, RUN STOPPED.'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
           MOVE 0 TO C-PCTR.
           MOVE 0 TO C-TOT-SOLD.
           MOVE 0 TO C-TOT-PAID.
           MOVE 0 TO C-TOT-SHORT.
           MOVE 0 TO C-TOT-RETURN.
           MOVE 0 TO C-TOT-OWED.
           MOVE 0 TO C-TOT-BOUNCED.
           MOVE 0 TO C-TOT-FEE.
           MOVE 0 TO WS-OWE-CTR.
           MOVE 'F' TO WS-UNAPPLIED-SW.
           OPEN OUTPUT RECON-PRTOUT.
           PERFORM L5-RECON-HEADINGS.
           PERFORM L4-APPLY-PAYMENTS.
           PERFORM L4-APPLY-SHORTS.
           PERFORM L4-APPLY-RETURNS.
           IF WS-UNAPPLIED-SEEN
               WRITE PRTLINE FROM BLANK-LINE
           END-IF.
               MOVE SEL-LNAME (SEL-IDX) TO O-L-NAME
               MOVE SEL-FNAME (SEL-IDX) TO O-F-NAME
               MOVE SEL-TOTAL (SEL-IDX) TO O-SOLD
               MOVE SEL-SHORT (SEL-IDX) TO O-SHORT
               MOVE SEL-RETURN (SEL-IDX) TO O-RETURN
               COMPUTE WS-NET-PAID = SEL-PAID (SEL-IDX)
                   - SEL-BOUNCED (SEL-IDX)
               MOVE WS-NET-PAID TO O-PAID
               COMPUTE WS-BALANCE = SEL-TOTAL (SEL-IDX)
                   - SEL-SHORT (SEL-IDX) - SEL-RETURN (SEL-IDX)
                   - WS-NET-PAID + SEL-FEE (SEL-IDX)
               MOVE WS-BALANCE TO O-BALANCE
               IF WS-BALANCE > 0
                   MOVE '** OWES **' TO O-FLAG
                   MOVE 'PAID IN FULL' TO O-FLAG
               END-IF
               ADD SEL-TOTAL (SEL-IDX) TO C-TOT-SOLD
               ADD WS-NET-PAID TO C-TOT-PAID
               ADD SEL-SHORT (SEL-IDX) TO C-TOT-SHORT
               ADD SEL-RETURN (SEL-IDX) TO C-TOT-RETURN
               ADD SEL-BOUNCED (SEL-IDX) TO C-TOT-BOUNCED
               ADD SEL-FEE (SEL-IDX) TO C-TOT-FEE
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5-RECON-HEADINGS
               END-WRITE
               IF SEL-BOUNCED (SEL-IDX) > 0 OR SEL-FEE (SEL-IDX) > 0
                   MOVE SEL-BOUNCED (SEL-IDX) TO O-BOUNCED
                   MOVE SEL-FEE (SEL-IDX) TO O-FEE
                   WRITE PRTLINE FROM BOUNCED-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L5-RECON-HEADINGS
                   END-WRITE
               END-IF
           END-PERFORM.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-TOT-SOLD TO O-TOT-SOLD.
           MOVE C-TOT-PAID TO O-TOT-PAID.
           MOVE C-TOT-OWED TO O-TOT-OWED.
           WRITE PRTLINE FROM RECON-TOTALS.
           MOVE C-TOT-SHORT TO O-TOT-SHORT.
           MOVE C-TOT-RETURN TO O-TOT-RETURN.
           WRITE PRTLINE FROM CREDIT-TOTALS.
           IF C-TOT-BOUNCED > 0 OR C-TOT-FEE > 0
               MOVE C-TOT-BOUNCED TO O-TOT-BOUNCED
               MOVE C-TOT-FEE TO O-TOT-FEE
               WRITE PRTLINE FROM BOUNCED-TOTALS
           END-IF.
           MOVE WS-OWE-CTR TO O-OWE-CTR.
           WRITE PRTLINE FROM OWE-COUNT-LINE.
           CLOSE RECON-PRTOUT.

       L4-APPLY-PAYMENTS.
      * EACH POSTED PAYMENT IS MATCHED TO A SELLER BY SELLER NUMBER
      * AND ADDED TO THAT SELLER'S PAID-TO-DATE; A RETURNED CHECK OR
      * BANK FEE IS KEPT APART SO IT CAN BE SHOWN. A PAYMENT THAT
      * MATCHES NO SELLER (MISKEYED NUMBER) IS LISTED AT THE TOP OF
      * THE REPORT SO IT CAN BE REPOSTED RATHER THAN SILENTLY LOST.
           OPEN INPUT PAYMENT-FILE.
               CLOSE PAYMENT-FILE
           END-IF.

       L4-APPLY-SHORTS.
      * NO CBLPOPAL.DAT MEANS NO SHORT DELIVERY HAS BEEN ALLOCATED -
      * EVERY SELLER OWES FOR THEIR FULL ORDER. A SHORTED ORDER WHOSE
      * SELLER IS NOT ON CBLPOPST.DAT HAS NOTHING TO BE CREDITED
      * AGAINST AND IS PASSED OVER.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               OPEN INPUT POP-MASTER-IDX
               IF WS-IX-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                       WS-IX-STATUS
                   DISPLAY 'SHORT-DELIVERY CREDITS NOT APPLIED.'
                   MOVE 4 TO RETURN-CODE
                   CLOSE ALLOCATION-FILE
                   MOVE '35' TO WS-AL-STATUS
               END-IF
           END-IF.
           IF WS-AL-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ ALLOCATION-FILE NEXT RECORD
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF AL-SHORT-AMT > 0
                               PERFORM L5-CHECK-ONE-SHORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-FILE
               CLOSE POP-MASTER-IDX
           END-IF.

       L5-CHECK-ONE-SHORT.
      * A DELETED ORDER OWES NOTHING TO CREDIT AGAINST; A CHANGED ONE
      * IS BILLED IN FULL UNTIL CBLPOPAL IS RUN AGAIN.
           MOVE AL-ORDER-ID TO P-ORDER-ID.
           READ POP-MASTER-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF P-POP-TYPE = AL-POP-TYPE
                           AND P-CASES = AL-ORDERED
                       PERFORM L5-APPLY-ONE-SHORT
                   END-IF
           END-READ.

       L5-APPLY-ONE-SHORT.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SELLER-COUNT
               IF SEL-SELLER-NO (SEL-IDX) = P-SELLER-NO
                   ADD AL-SHORT-AMT TO SEL-SHORT (SEL-IDX)
                   MOVE SELLER-COUNT TO SEL-IDX
               END-IF
           END-PERFORM.

       L4-APPLY-RETURNS.
      * NO CBLPOPRT.DAT MEANS NOTHING HAS COME BACK. ONLY A CREDITED
      * RETURN CARRIES AN AMOUNT; A REPLACED CASE LEAVES THE BALANCE
      * AS IT WAS.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF RT-CREDITED AND RT-CREDIT-AMT > 0
                               PERFORM L5-APPLY-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       L5-APPLY-ONE-RETURN.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SELLER-COUNT
               IF SEL-SELLER-NO (SEL-IDX) = RT-SELLER-NO
                   ADD RT-CREDIT-AMT TO SEL-RETURN (SEL-IDX)
                   MOVE SELLER-COUNT TO SEL-IDX
               END-IF
           END-PERFORM.

       L5-APPLY-ONE-PAYMENT.
      * THE MATCH IS ON SELLER NUMBER, NOT NAME TEXT - A MISKEYED
      * NUMBER STILL LANDS ON THE UNAPPLIED LIST, BUT TWO SELLERS
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SELLER-COUNT
               IF SEL-SELLER-NO (SEL-IDX) = PM-SELLER-NO
                   EVALUATE TRUE
                       WHEN PM-RETURNED-CHECK
                           ADD PM-AMOUNT TO SEL-BOUNCED (SEL-IDX)
                       WHEN PM-BANK-FEE
                           ADD PM-AMOUNT TO SEL-FEE (SEL-IDX)
                       WHEN OTHER
                           ADD PM-AMOUNT TO SEL-PAID (SEL-IDX)
                   END-EVALUATE
                   MOVE 'T' TO SEL-FOUND-SW
                   MOVE SELLER-COUNT TO SEL-IDX
               END-IF
