       identification division.
       program-id. CBLPOPSI.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * ONLINE SELLER INQUIRY - THE ANSWER TO THE PARENT ON THE PHONE
      * ASKING WHAT THEIR CHILD ORDERED AND WHAT THE FAMILY STILL
      * OWES, WITHOUT DIGGING THROUGH THE PRINTED REPORTS. READ ONLY:
      * NOTHING IS CHANGED, SO NO SIGN-ON IS ASKED FOR.
      *
      * THE SELLER IS FOUND BY SELLER NUMBER, OR BY LAST NAME FROM
      * THE CBLPOPSM.DAT SELLER MASTER WITH A PICK LIST WHEN MORE
      * THAN ONE SELLER HAS THAT NAME. THE SCREEN SHOWS:
      *   - THE SELLER MASTER DETAILS (TEAM, PHONE, ADDRESS - OR THE
      *     ADDRESS CARRIED ON THE ORDERS WHEN THE MASTER HAS NONE)
      *   - EVERY ORDER, READ OFF THE P-SELLER-NO ALTERNATE KEY OF
      *     CBLPOPIX.DAT, WITH PRODUCT NAME, CASES, CASE PRICE,
      *     DEPOSIT AND AMOUNT PRICED THE WAY CBLKLM04 PRICES THEM
      *   - ANY CASES SHORTED BY THE CBLPOPAL SHORT-SHIP ALLOCATION
      *     (CBLPOPAL.DAT), BACKORDERED OR CREDITED
      *   - ANY CASES BROUGHT BACK AND KEYED IN CBLPOPRT
      *     (CBLPOPRT.DAT), REPLACED OR CREDITED
      *   - THE SELLER'S TOTAL, EACH PAYMENT POSTED ON CBLPOPPM.DAT
      *     (CASH OR CHECK, ANY CHECK THE BANK RETURNED AND ANY BANK
      *     FEE CHARGED FOR IT) AND THE BALANCE DUE (OR CREDIT)
      *   - WHETHER THE CASES HAVE BEEN PICKED UP
      *   - THE HIGHEST CBLPOPPZ.DAT PRIZE TIER THE TOTAL REACHES,
      *     BY THE SAME RULE CBLPOPZR USES
      * THE FIGURES COME FROM THE MASTER AS IT STANDS NOW, SO A
      * CORRECTION MADE IN CBLPOPMT SHOWS HERE BEFORE THE NEXT
      * CBLKLM04 RUN REACHES CBLPOPRC.PRT.
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
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT PRICING-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT ALLOCATION-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ORDER-ID
               FILE STATUS IS WS-AL-STATUS.
           SELECT PRIZE-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZ-STATUS.
           SELECT RETURNS-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.

       data division.
       FILE SECTION.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY POPSELLR.

       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

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

       FD ALLOCATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPALLOC.

       FD PRIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPPRIZE.

       FD RETURNS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 39 CHARACTERS.
           COPY POPRETRN.

       working-storage section.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-SM-STATUS         PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-PM-STATUS         PIC XX      VALUE '00'.
           05 WS-PZ-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-RT-STATUS         PIC XX      VALUE '00'.
           05 WS-ALLOC-SW          PIC X       VALUE 'F'.
               88 WS-ALLOC-ON-FILE VALUE 'T'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-ENTRY-NO          PIC 9(4)    VALUE 0.
           05 WS-ENTRY-LNAME       PIC X(15)   VALUE SPACES.
           05 WS-PICK              PIC 99      VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-FOUND-SUB         PIC 9(4)    VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-RTE-SUB           PIC 99      VALUE 0.
           05 WS-TIER-SUB          PIC 99      VALUE 0.
           05 WS-BEST-SUB          PIC 99      VALUE 0.
           05 WS-RATE              PIC 9V99    VALUE 0.
           05 WS-PRICE             PIC 9(3)V99 VALUE 0.
           05 WS-DEPOSIT           PIC 9(5)V99 VALUE 0.
           05 WS-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-SELLER-TOTAL      PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-SHORT      PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-RETURN     PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-PAID       PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-BOUNCED    PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-FEE        PIC 9(7)V99 VALUE 0.
           05 WS-BALANCE           PIC S9(7)V99 VALUE 0.
           05 WS-ORDER-CTR         PIC 9(4)    VALUE 0.
           05 WS-PICKED-CTR        PIC 9(4)    VALUE 0.
           05 WS-PAYMENT-CTR       PIC 9(4)    VALUE 0.
           05 WS-RETURN-CTR        PIC 9(4)    VALUE 0.
           05 WS-REASON-DISP       PIC X(12)   VALUE SPACES.
           05 WS-CASE-CTR          PIC 9(5)    VALUE 0.
           05 WS-CASES-DISP        PIC ZZZZ9.
           05 WS-PRICE-DISP        PIC ZZ9.99.
           05 WS-DEP-DISP          PIC ZZZZ9.99.
           05 WS-AMT-DISP          PIC Z,ZZZ,ZZ9.99.
           05 WS-THRESH-DISP       PIC ZZZZ9.99.
       01 SELLER-TABLE.
           05 SELLER-COUNT          PIC 9(4)    VALUE 0.
           05 SELLER-ENTRY OCCURS 1000 TIMES.
               10 SEL-NO            PIC 9(4).
               10 SEL-LNAME         PIC X(15).
               10 SEL-FNAME         PIC X(15).
               10 SEL-TEAM          PIC X.
               10 SEL-PHONE         PIC X(10).
               10 SEL-ADDRESS       PIC X(15).
               10 SEL-CITY          PIC X(10).
               10 SEL-STATE         PIC XX.
               10 SEL-ZIP           PIC X(9).
       01 PICK-TABLE.
           05 PICK-COUNT            PIC 99      VALUE 0.
           05 PICK-ENTRY OCCURS 20 TIMES.
               10 PICK-SEL-SUB      PIC 9(4).
       01 PROD-TABLE.
           05 PROD-COUNT            PIC 99      VALUE 0.
           05 PROD-ENTRY OCCURS 50 TIMES.
               10 PROD-CODE         PIC 99.
               10 PROD-NAME         PIC X(16).
               10 PROD-PRICE        PIC 9(3)V99.
               10 PROD-DEP-CLASS    PIC X.
       01 RATE-TABLE.
           05 RATE-COUNT            PIC 99      VALUE 0.
           05 RATE-ENTRY OCCURS 10 TIMES.
               10 RATE-STATE        PIC XX.
               10 RATE-AMT          PIC 9V99.
       01 TIER-TABLE.
           05 TIER-COUNT            PIC 99      VALUE 0.
           05 TIER-ENTRY OCCURS 20 TIMES.
               10 TIER-THRESHOLD    PIC 9(5)V99.
               10 TIER-DESC         PIC X(20).

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MENU
               UNTIL WS-DONE.
           PERFORM L2-CLOSING.

       L2-INIT.
           PERFORM L2-LOAD-SELLERS.
           PERFORM L2-LOAD-PRICING.
           PERFORM L2-LOAD-TIERS.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               MOVE 'T' TO WS-ALLOC-SW
           END-IF.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.

       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'SELLER INQUIRY'.
           DISPLAY '  S - LOOK UP BY SELLER NUMBER'.
           DISPLAY '  N - LOOK UP BY LAST NAME'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'S'
                   PERFORM L3-BY-NUMBER
               WHEN 'N'
                   PERFORM L3-BY-NAME
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.

       L2-LOAD-SELLERS.
           MOVE 0 TO SELLER-COUNT.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WS-SM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPSM.DAT, STATUS: '
                   WS-SM-STATUS
               DISPLAY 'RUN CBLPOPSX TO BUILD THE SELLER MASTER.'
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ SELLER-MASTER-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       IF SELLER-COUNT < 1000
                           ADD 1 TO SELLER-COUNT
                           MOVE SM-SELLER-NO TO SEL-NO (SELLER-COUNT)
                           MOVE SM-LNAME TO SEL-LNAME (SELLER-COUNT)
                           MOVE SM-FNAME TO SEL-FNAME (SELLER-COUNT)
                           MOVE SM-TEAM TO SEL-TEAM (SELLER-COUNT)
                           MOVE SM-PHONE TO SEL-PHONE (SELLER-COUNT)
                           MOVE SM-ADDRESS
                               TO SEL-ADDRESS (SELLER-COUNT)
                           MOVE SM-CITY TO SEL-CITY (SELLER-COUNT)
                           MOVE SM-STATE TO SEL-STATE (SELLER-COUNT)
                           MOVE SM-ZIP TO SEL-ZIP (SELLER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SELLER-MASTER-FILE.

       L2-LOAD-PRICING.
      * PRICES, NAMES, DEPOSIT CLASSES AND STATE RATES, AS CBLKLM04
      * LOADS THEM - THE ORDER AMOUNTS HERE ARE FIGURED THE SAME WAY.
           MOVE 0 TO PROD-COUNT.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT PRICING-FILE.
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPPR.DAT, STATUS: '
                   WS-PR-STATUS
               DISPLAY 'RUN CBLPOPPX TO BUILD THE PRODUCT/PRICING '
                   'MASTER.'
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ PRICING-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       PERFORM L3-LOAD-ONE-PRICE
               END-READ
           END-PERFORM.
           CLOSE PRICING-FILE.

       L3-LOAD-ONE-PRICE.
           EVALUATE TRUE
               WHEN PR-PRODUCT
                   IF PROD-COUNT < 50
                       ADD 1 TO PROD-COUNT
                       MOVE PR-POP-TYPE TO PROD-CODE (PROD-COUNT)
                       MOVE PR-NAME TO PROD-NAME (PROD-COUNT)
                       MOVE PR-CASE-PRICE TO PROD-PRICE (PROD-COUNT)
                       MOVE PR-DEP-CLASS TO PROD-DEP-CLASS (PROD-COUNT)
                   END-IF
               WHEN PR-STATE-RATE
                   IF RATE-COUNT < 10
                       ADD 1 TO RATE-COUNT
                       MOVE PR-STATE TO RATE-STATE (RATE-COUNT)
                       MOVE PR-RATE TO RATE-AMT (RATE-COUNT)
                   END-IF
           END-EVALUATE.

       L2-LOAD-TIERS.
      * NO PRIZE MASTER IS NOT FATAL HERE - THE PRIZE LINE JUST
      * SAYS NONE.
           MOVE 0 TO TIER-COUNT.
           OPEN INPUT PRIZE-FILE.
           IF WS-PZ-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PRIZE-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF TIER-COUNT < 20
                               ADD 1 TO TIER-COUNT
                               MOVE PZ-THRESHOLD
                                   TO TIER-THRESHOLD (TIER-COUNT)
                               MOVE PZ-DESC TO TIER-DESC (TIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIZE-FILE
           END-IF.

       L3-BY-NUMBER.
           DISPLAY 'ENTER SELLER NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NO.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SELLER-COUNT
               IF SEL-NO (WS-SUB) = WS-ENTRY-NO
                   MOVE WS-SUB TO WS-FOUND-SUB
                   MOVE SELLER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-FOUND-SUB = 0
               DISPLAY 'SELLER ' WS-ENTRY-NO ' IS NOT ON THE SELLER '
                   'MASTER.'
           ELSE
               PERFORM L4-SHOW-SELLER
           END-IF.

       L3-BY-NAME.
      * THE NAME MATCH IGNORES CASE. SEVERAL SELLERS WITH THE SAME
      * LAST NAME (BROTHERS AND SISTERS, OR TWO UNRELATED SMITHS)
      * ARE LISTED BY NUMBER, FIRST NAME AND TEAM TO PICK FROM.
           DISPLAY 'ENTER LAST NAME: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-LNAME.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-LNAME) TO WS-ENTRY-LNAME.
           MOVE 0 TO PICK-COUNT.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SELLER-COUNT
               IF FUNCTION UPPER-CASE(SEL-LNAME (WS-SUB))
                       = WS-ENTRY-LNAME
                       AND PICK-COUNT < 20
                   ADD 1 TO PICK-COUNT
                   MOVE WS-SUB TO PICK-SEL-SUB (PICK-COUNT)
               END-IF
           END-PERFORM.
           EVALUATE PICK-COUNT
               WHEN 0
                   DISPLAY 'NO SELLER WITH THAT LAST NAME.'
               WHEN 1
                   MOVE PICK-SEL-SUB (1) TO WS-FOUND-SUB
               WHEN OTHER
                   PERFORM L4-PICK-ONE
           END-EVALUATE.
           IF WS-FOUND-SUB > 0
               PERFORM L4-SHOW-SELLER
           END-IF.

       L4-PICK-ONE.
           PERFORM VARYING WS-PICK FROM 1 BY 1
                   UNTIL WS-PICK > PICK-COUNT
               MOVE PICK-SEL-SUB (WS-PICK) TO WS-SUB
               DISPLAY '  ' WS-PICK '. SELLER ' SEL-NO (WS-SUB) ' '
                   SEL-FNAME (WS-SUB) ' ' SEL-LNAME (WS-SUB)
                   ' TEAM ' SEL-TEAM (WS-SUB)
           END-PERFORM.
           DISPLAY 'ENTER LINE NUMBER (0 = NONE): ' WITH NO ADVANCING.
           ACCEPT WS-PICK.
           IF WS-PICK > 0 AND WS-PICK NOT > PICK-COUNT
               MOVE PICK-SEL-SUB (WS-PICK) TO WS-FOUND-SUB
           ELSE
               DISPLAY 'NO SELLER CHOSEN.'
           END-IF.

       L4-SHOW-SELLER.
           DISPLAY ' '.
           DISPLAY 'SELLER ' SEL-NO (WS-FOUND-SUB) '  '
               SEL-FNAME (WS-FOUND-SUB) ' ' SEL-LNAME (WS-FOUND-SUB).
           DISPLAY '  TEAM ' SEL-TEAM (WS-FOUND-SUB) '   PHONE '
               SEL-PHONE (WS-FOUND-SUB).
           IF SEL-ADDRESS (WS-FOUND-SUB) NOT = SPACES
               DISPLAY '  ADDRESS ' SEL-ADDRESS (WS-FOUND-SUB) ' '
                   SEL-CITY (WS-FOUND-SUB) ' ' SEL-STATE (WS-FOUND-SUB)
                   ' ' SEL-ZIP (WS-FOUND-SUB)
           END-IF.
           PERFORM L4-SHOW-ORDERS.
           PERFORM L4-SHOW-RETURNS.
           PERFORM L4-SHOW-PAYMENTS.
           PERFORM L4-SHOW-STATUS.

       L4-SHOW-ORDERS.
           MOVE 0 TO WS-SELLER-TOTAL.
           MOVE 0 TO WS-SELLER-SHORT.
           MOVE 0 TO WS-ORDER-CTR.
           MOVE 0 TO WS-PICKED-CTR.
           MOVE 0 TO WS-CASE-CTR.
           MOVE SEL-NO (WS-FOUND-SUB) TO P-SELLER-NO.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           START POP-MASTER-IDX KEY IS EQUAL TO P-SELLER-NO
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM UNTIL WS-SCAN-DONE
               READ POP-MASTER-IDX NEXT RECORD
                   AT END
                       MOVE 'T' TO WS-SCAN-DONE-SW
                   NOT AT END
                       IF P-SELLER-NO = SEL-NO (WS-FOUND-SUB)
                           PERFORM L5-SHOW-ONE-ORDER
                       ELSE
                           MOVE 'T' TO WS-SCAN-DONE-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ORDER-CTR = 0
               DISPLAY '  NO ORDERS ON FILE.'
           ELSE
               MOVE WS-CASE-CTR TO WS-CASES-DISP
               MOVE WS-SELLER-TOTAL TO WS-AMT-DISP
               DISPLAY '  TOTAL ORDERED ' WS-CASES-DISP ' CASES'
                   '                      ' WS-AMT-DISP
               IF WS-SELLER-SHORT > 0
                   MOVE WS-SELLER-SHORT TO WS-AMT-DISP
                   DISPLAY '  LESS SHORTED CASES NOT BILLED'
                       '              ' WS-AMT-DISP
               END-IF
           END-IF.

       L5-SHOW-ONE-ORDER.
           ADD 1 TO WS-ORDER-CTR.
           IF WS-ORDER-CTR = 1
               IF SEL-ADDRESS (WS-FOUND-SUB) = SPACES
                   DISPLAY '  ADDRESS ' P-ADDRESS ' ' P-CITY ' '
                       P-STATE ' ' P-ZIP
               END-IF
               DISPLAY '  ORDERS:'
               DISPLAY '    ORDER  PRODUCT          CASES  PRICE'
                   '   DEPOSIT       AMOUNT  PICKED UP'
           END-IF.
           PERFORM L5-PRICE-ORDER.
           ADD WS-AMOUNT TO WS-SELLER-TOTAL.
           ADD P-CASES TO WS-CASE-CTR.
           IF ORDER-PICKED-UP
               ADD 1 TO WS-PICKED-CTR
           END-IF.
           MOVE P-CASES TO WS-CASES-DISP.
           MOVE WS-PRICE TO WS-PRICE-DISP.
           MOVE WS-DEPOSIT TO WS-DEP-DISP.
           MOVE WS-AMOUNT TO WS-AMT-DISP.
           DISPLAY '    ' P-ORDER-ID ' ' PROD-NAME (WS-PRD-SUB) ' '
               WS-CASES-DISP ' ' WS-PRICE-DISP ' ' WS-DEP-DISP ' '
               WS-AMT-DISP '  ' P-PICKED-UP.
           IF WS-ALLOC-ON-FILE
               PERFORM L5-SHOW-ALLOCATION
           END-IF.

       L5-SHOW-ALLOCATION.
      * AN ALLOCATION THAT NO LONGER MATCHES THE ORDER (CHANGED SINCE
      * CBLPOPAL RAN) IS IGNORED AND THE ORDER IS BILLED IN FULL.
           MOVE P-ORDER-ID TO AL-ORDER-ID.
           READ ALLOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-POP-TYPE = P-POP-TYPE
                           AND AL-ORDERED = P-CASES
                           AND AL-SHORT > 0
                       ADD AL-SHORT-AMT TO WS-SELLER-SHORT
                       MOVE AL-SHORT-AMT TO WS-AMT-DISP
                       IF AL-BACKORDERED
                           DISPLAY '      ' AL-SHORT ' CASE(S) SHORT, '
                               'BACKORDERED     ' WS-AMT-DISP
                       ELSE
                           DISPLAY '      ' AL-SHORT ' CASE(S) SHORT, '
                               'CREDITED        ' WS-AMT-DISP
                       END-IF
                   END-IF
           END-READ.

       L5-PRICE-ORDER.
      * CASE PRICE TIMES CASES, PLUS THE STATE'S PER-CAN DEPOSIT ON
      * 24 CANS A CASE FOR DEPOSIT-CLASS PRODUCTS - THE CBLKLM04
      * L2-CALCS RULE. AN UNKNOWN CODE PRICES AT ZERO RATHER THAN
      * FAILING THE INQUIRY.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               IF PROD-CODE (WS-SUB) = P-POP-TYPE
                   MOVE WS-SUB TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-PRD-SUB = 0
               IF PROD-COUNT < 50
                   ADD 1 TO PROD-COUNT
                   MOVE P-POP-TYPE TO PROD-CODE (PROD-COUNT)
                   MOVE 'UNKNOWN PRODUCT' TO PROD-NAME (PROD-COUNT)
                   MOVE 0 TO PROD-PRICE (PROD-COUNT)
                   MOVE 'N' TO PROD-DEP-CLASS (PROD-COUNT)
                   MOVE PROD-COUNT TO WS-PRD-SUB
               ELSE
                   MOVE 1 TO WS-PRD-SUB
               END-IF
           END-IF.
           MOVE 0 TO WS-RATE.
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                   UNTIL WS-RTE-SUB > RATE-COUNT
               IF RATE-STATE (WS-RTE-SUB) = P-STATE
                   MOVE RATE-AMT (WS-RTE-SUB) TO WS-RATE
                   MOVE RATE-COUNT TO WS-RTE-SUB
               END-IF
           END-PERFORM.
           MOVE PROD-PRICE (WS-PRD-SUB) TO WS-PRICE.
           IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
               COMPUTE WS-DEPOSIT = WS-RATE * 24 * P-CASES
           ELSE
               MOVE 0 TO WS-DEPOSIT
           END-IF.
           COMPUTE WS-AMOUNT = WS-PRICE * P-CASES + WS-DEPOSIT.

       L4-SHOW-RETURNS.
           MOVE 0 TO WS-SELLER-RETURN.
           MOVE 0 TO WS-RETURN-CTR.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF RT-SELLER-NO = SEL-NO (WS-FOUND-SUB)
                               PERFORM L5-SHOW-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.
           IF WS-SELLER-RETURN > 0
               MOVE WS-SELLER-RETURN TO WS-AMT-DISP
               DISPLAY '  LESS RETURNED CASES CREDITED'
                   '               ' WS-AMT-DISP
           END-IF.

       L5-SHOW-ONE-RETURN.
           ADD 1 TO WS-RETURN-CTR.
           IF WS-RETURN-CTR = 1
               DISPLAY '  RETURNS:'
           END-IF.
           EVALUATE TRUE
               WHEN RT-DAMAGED
                   MOVE 'DAMAGED' TO WS-REASON-DISP
               WHEN RT-WRONG-FLAVOR
                   MOVE 'WRONG FLAVOR' TO WS-REASON-DISP
               WHEN OTHER
                   MOVE 'UNWANTED' TO WS-REASON-DISP
           END-EVALUATE.
           IF RT-CREDITED
               ADD RT-CREDIT-AMT TO WS-SELLER-RETURN
               MOVE RT-CREDIT-AMT TO WS-AMT-DISP
               DISPLAY '    ' RT-ORDER-ID ' ' RT-CASES ' CASE(S) '
                   WS-REASON-DISP ' CREDITED  ' WS-AMT-DISP
           ELSE
               DISPLAY '    ' RT-ORDER-ID ' ' RT-CASES ' CASE(S) '
                   WS-REASON-DISP ' REPLACED'
           END-IF.

       L4-SHOW-PAYMENTS.
           MOVE 0 TO WS-SELLER-PAID.
           MOVE 0 TO WS-SELLER-BOUNCED.
           MOVE 0 TO WS-SELLER-FEE.
           MOVE 0 TO WS-PAYMENT-CTR.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PM-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF PM-SELLER-NO = SEL-NO (WS-FOUND-SUB)
                               PERFORM L5-SHOW-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.
           IF WS-PAYMENT-CTR = 0
               DISPLAY '  NO PAYMENTS POSTED.'
           ELSE
               COMPUTE WS-AMT-DISP = WS-SELLER-PAID
                   - WS-SELLER-BOUNCED
               DISPLAY '  TOTAL PAID                ' WS-AMT-DISP
               IF WS-SELLER-FEE > 0
                   MOVE WS-SELLER-FEE TO WS-AMT-DISP
                   DISPLAY '  BANK FEES CHARGED         ' WS-AMT-DISP
               END-IF
           END-IF.

       L5-SHOW-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENT-CTR.
           IF WS-PAYMENT-CTR = 1
               DISPLAY '  PAYMENTS:'
           END-IF.
           MOVE PM-AMOUNT TO WS-AMT-DISP.
           EVALUATE TRUE
               WHEN PM-RETURNED-CHECK
                   ADD PM-AMOUNT TO WS-SELLER-BOUNCED
                   DISPLAY '    ' PM-DATE '  RECEIPT ' PM-RECEIPT '  '
                       WS-AMT-DISP '  CHECK ' PM-CHECK-NO
                       ' RETURNED - REVERSED'
               WHEN PM-BANK-FEE
                   ADD PM-AMOUNT TO WS-SELLER-FEE
                   DISPLAY '    ' PM-DATE '  RECEIPT ' PM-RECEIPT '  '
                       WS-AMT-DISP '  RETURNED CHECK BANK FEE'
               WHEN PM-CHECK
                   ADD PM-AMOUNT TO WS-SELLER-PAID
                   DISPLAY '    ' PM-DATE '  RECEIPT ' PM-RECEIPT '  '
                       WS-AMT-DISP '  CHECK ' PM-CHECK-NO
               WHEN OTHER
                   ADD PM-AMOUNT TO WS-SELLER-PAID
                   DISPLAY '    ' PM-DATE '  RECEIPT ' PM-RECEIPT '  '
                       WS-AMT-DISP
           END-EVALUATE.

       L4-SHOW-STATUS.
           COMPUTE WS-BALANCE = WS-SELLER-TOTAL - WS-SELLER-SHORT
               - WS-SELLER-RETURN - WS-SELLER-PAID
               + WS-SELLER-BOUNCED + WS-SELLER-FEE.
           MOVE WS-BALANCE TO WS-AMT-DISP.
           EVALUATE TRUE
               WHEN WS-BALANCE > 0
                   DISPLAY '  BALANCE DUE               ' WS-AMT-DISP
               WHEN WS-BALANCE < 0
                   DISPLAY '  CREDIT                    ' WS-AMT-DISP
               WHEN OTHER
                   DISPLAY '  PAID IN FULL'
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-ORDER-CTR = 0
                   CONTINUE
               WHEN WS-PICKED-CTR = WS-ORDER-CTR
                   DISPLAY '  PICKUP: ALL CASES PICKED UP'
               WHEN WS-PICKED-CTR = 0
                   DISPLAY '  PICKUP: NOT PICKED UP YET'
               WHEN OTHER
                   DISPLAY '  PICKUP: ' WS-PICKED-CTR ' OF '
                       WS-ORDER-CTR ' ORDERS PICKED UP'
           END-EVALUATE.
      * THE HIGHEST THRESHOLD THE TOTAL REACHES, AS IN CBLPOPZR.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > TIER-COUNT
               IF WS-SELLER-TOTAL NOT < TIER-THRESHOLD (WS-TIER-SUB)
                   IF WS-BEST-SUB = 0
                       MOVE WS-TIER-SUB TO WS-BEST-SUB
                   ELSE
                       IF TIER-THRESHOLD (WS-TIER-SUB)
                               > TIER-THRESHOLD (WS-BEST-SUB)
                           MOVE WS-TIER-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-SUB = 0
               DISPLAY '  PRIZE: NONE REACHED'
           ELSE
               MOVE TIER-THRESHOLD (WS-BEST-SUB) TO WS-THRESH-DISP
               DISPLAY '  PRIZE: ' TIER-DESC (WS-BEST-SUB)
                   ' (SALES OF ' WS-THRESH-DISP ' OR MORE)'
           END-IF.

       L2-CLOSING.
           CLOSE POP-MASTER-IDX.
           IF WS-ALLOC-ON-FILE
               CLOSE ALLOCATION-FILE
           END-IF.
           STOP RUN.

       end program CBLPOPSI.
