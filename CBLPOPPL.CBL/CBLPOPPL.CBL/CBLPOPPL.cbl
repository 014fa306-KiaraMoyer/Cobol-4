       identification division.
       program-id. CBLPOPPL.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * FUNDRAISER PROFIT AND LOSS - WHAT THE CLUB ACTUALLY CLEARED.
      * PRINTS TO CBLPOPPL.PRT, BY PRODUCT AND IN TOTAL:
      *   - GROSS SALES: EVERY ORDER ON CBLPOPIX.DAT PRICED THE WAY
      *     CBLKLM04 PRICES IT (CASE PRICE PLUS STATE DEPOSIT)
      *   - CREDITS: CASES SHORTED BY CBLPOPAL AND CREDITED RETURNS
      *     KEYED IN CBLPOPRT - MONEY BILLED BUT NOT COLLECTED
      *   - BOTTLER COST: THE CBLPOPPR.DAT CASE COST TIMES THE CASES
      *     RECEIVED ON CBLPOPCF.DAT (WHAT THE BOTTLER INVOICES), NOT
      *     THE CASES ORDERED
      *   - DEPOSIT: THE STATE DEPOSIT ON THE CASES SELLERS KEPT,
      *     COLLECTED FROM THEM AND PASSED THROUGH TO THE STATE
      *   - NET PROCEEDS, THEN LESS THE PRIZE COST - THE CBLPOPZC.DAT
      *     COUNTS FROM THE LAST CBLPOPZR RUN TIMES THE CBLPOPPZ.DAT
      *     UNIT COST OF EACH PRIZE - FOR THE CLUB'S NET.
      *
      * A SECOND SECTION GIVES NET PROCEEDS BY TEAM. A TEAM CARRIES
      * ITS OWN SALES, CREDITS AND DEPOSIT, THE BOTTLER COST OF THE
      * CASES ITS SELLERS WERE HANDED, AND THE COST OF THE PRIZES ITS
      * SELLERS EARN BY THE CBLPOPZR RULE. CASES RECEIVED BUT NEVER
      * HANDED TO A SELLER, AND ANY PRIZE COST THE COUNTS CARRY THAT
      * THE ORDERS DO NOT EXPLAIN (CBLPOPZR NOT RE-RUN SINCE THE LAST
      * ORDER CHANGE), ARE SHOWN ON THEIR OWN LINES SO THE TEAMS ADD
      * BACK TO THE CLUB'S NET.
      *
      * OPERATIONAL SEQUENCE: CBLPOPRV (RECEIVED COUNTS), CBLPOPAL IF
      * ANYTHING CAME IN SHORT, CBLPOPZR (PRIZE COUNTS), THEN THIS.
      * A MISSING CBLPOPIX.DAT, CBLPOPPR.DAT, CBLPOPCF.DAT OR
      * CBLPOPTM.DAT STOPS THE RUN WITH COMPLETION CODE 16. A MISSING
      * CBLPOPPZ.DAT OR CBLPOPZC.DAT, OR A PRODUCT OR PRIZE IN USE
      * WITH NO COST KEYED, IS NOTED ON THE REPORT AND ENDS WITH
      * COMPLETION CODE 4 - THE NET IS OVERSTATED UNTIL IT IS FIXED.
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
           SELECT PRICING-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT CONFIRMED-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPCF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT TEAM-MASTER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
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
           SELECT PRIZE-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZ-STATUS.
           SELECT PRIZE-COUNT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPZC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZC-STATUS.
           SELECT PL-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPPL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD CONFIRMED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 7 CHARACTERS.
       01 CF-REC.
           05 CF-CODE              PIC 99.
           05 CF-CASES             PIC 9(5).

       FD TEAM-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC.
           COPY POPTEAM.

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

       FD PRIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPPRIZE.

       FD PRIZE-COUNT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ZC-REC
           RECORD CONTAINS 32 CHARACTERS.
       01 ZC-REC.
           05 ZC-THRESHOLD          PIC 9(5)V99.
           05 ZC-DESC               PIC X(20).
           05 ZC-COUNT              PIC 9(5).

       FD PL-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       working-storage section.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-CF-STATUS         PIC XX      VALUE '00'.
           05 WS-TM-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-RT-STATUS         PIC XX      VALUE '00'.
           05 WS-PZ-STATUS         PIC XX      VALUE '00'.
           05 WS-ZC-STATUS         PIC XX      VALUE '00'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 WS-ALLOC-SW          PIC X       VALUE 'F'.
               88 WS-ALLOC-ON-FILE VALUE 'T'.
           05 WS-TIERS-SW          PIC X       VALUE 'F'.
               88 WS-TIERS-ON-FILE VALUE 'T'.
           05 WS-SECTION-SW        PIC X       VALUE 'P'.
               88 WS-PRODUCT-SECTION VALUE 'P'.
               88 WS-TEAM-SECTION  VALUE 'T'.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-NOTE-CTR           PIC 99      VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-FIND-CODE         PIC 99      VALUE 0.
           05 WS-TM-SUB            PIC 99      VALUE 0.
           05 WS-SEL-SUB           PIC 9(4)    VALUE 0.
           05 WS-TIER-SUB          PIC 99      VALUE 0.
           05 WS-BEST-SUB          PIC 99      VALUE 0.
           05 WS-BEST-AMT          PIC 9(5)V99 VALUE 0.
           05 WS-RATE              PIC 9V99    VALUE 0.
           05 WS-ORDER-GROSS       PIC 9(7)V99 VALUE 0.
           05 WS-ORDER-CREDIT      PIC 9(7)V99 VALUE 0.
           05 WS-ORDER-DEPOSIT     PIC 9(7)V99 VALUE 0.
           05 WS-ORDER-COST        PIC 9(7)V99 VALUE 0.
           05 WS-HANDED            PIC 99      VALUE 0.
           05 WS-RETURNED          PIC 999     VALUE 0.
           05 WS-KEPT              PIC 99      VALUE 0.
           05 WS-TIER-COST         PIC 9(7)V99 VALUE 0.
           05 WS-NET               PIC S9(7)V99 VALUE 0.
           05 WS-RET-FULL-SW       PIC X       VALUE 'F'.
               88 WS-RET-FULL      VALUE 'T'.
           05 WS-NOTE-TEXT         PIC X(100)  VALUE SPACES.
       01 PL-TOTALS.
           05 T-SOLD               PIC 9(7)    VALUE 0.
           05 T-RECEIVED           PIC 9(7)    VALUE 0.
           05 T-GROSS              PIC 9(7)V99 VALUE 0.
           05 T-CREDITS            PIC 9(7)V99 VALUE 0.
           05 T-COST               PIC 9(7)V99 VALUE 0.
           05 T-DEPOSIT            PIC 9(7)V99 VALUE 0.
           05 T-PRODUCT-NET        PIC S9(7)V99 VALUE 0.
           05 T-PRIZE-COST         PIC 9(7)V99 VALUE 0.
           05 T-CLUB-NET           PIC S9(7)V99 VALUE 0.
           05 T-TEAM-COST          PIC 9(7)V99 VALUE 0.
           05 T-TEAM-PRIZE         PIC 9(7)V99 VALUE 0.
           05 T-TEAM-NET           PIC S9(7)V99 VALUE 0.
       01 PROD-TABLE.
           05 PROD-COUNT            PIC 99      VALUE 0.
           05 PROD-ENTRY OCCURS 50 TIMES.
               10 PROD-CODE         PIC 99.
               10 PROD-NAME         PIC X(16).
               10 PROD-PRICE        PIC 9(3)V99.
               10 PROD-DEP-CLASS    PIC X.
               10 PROD-COST         PIC 9(3)V99.
               10 PROD-SOLD         PIC 9(7).
               10 PROD-RECEIVED     PIC 9(7).
               10 PROD-GROSS        PIC 9(7)V99.
               10 PROD-CREDITS      PIC 9(7)V99.
               10 PROD-DEPOSIT      PIC 9(7)V99.
       01 RATE-TABLE.
           05 RATE-COUNT            PIC 99      VALUE 0.
           05 RATE-ENTRY OCCURS 10 TIMES.
               10 RATE-STATE        PIC XX.
               10 RATE-AMT          PIC 9V99.
       01 TEAM-TABLE.
           05 TEAM-COUNT            PIC 99      VALUE 0.
           05 TEAM-ENTRY OCCURS 20 TIMES.
               10 TEAM-CODE         PIC X.
               10 TEAM-NAME         PIC X(20).
               10 TEAM-GROSS        PIC 9(7)V99.
               10 TEAM-CREDITS      PIC 9(7)V99.
               10 TEAM-COST         PIC 9(7)V99.
               10 TEAM-DEPOSIT      PIC 9(7)V99.
               10 TEAM-PRIZE        PIC 9(7)V99.
       01 SELLER-TABLE.
      * EACH SELLER'S FULL ORDERED TOTAL, FOR THE PRIZE TIER - THE
      * SAME FIGURE CBLKLM04 WRITES TO CBLPOPST.DAT FOR CBLPOPZR.
           05 SELLER-COUNT          PIC 9(4)    VALUE 0.
           05 SELLER-ENTRY OCCURS 1000 TIMES.
               10 SEL-NO            PIC 9(4).
               10 SEL-TEAM-SUB      PIC 99.
               10 SEL-TOTAL         PIC 9(7)V99.
       01 RETURN-TABLE.
      * CREDITED RETURNS ONLY - A REPLACED CASE COSTS THE CLUB NOTHING
      * THE BOTTLER DOES NOT MAKE GOOD.
           05 RET-COUNT             PIC 9(4)    VALUE 0.
           05 RET-ENTRY OCCURS 1000 TIMES.
               10 RET-ORDER-ID      PIC 9(6).
               10 RET-CASES         PIC 99.
               10 RET-AMOUNT        PIC 9(5)V99.
       01 TIER-TABLE.
           05 TIER-COUNT            PIC 99      VALUE 0.
           05 TIER-ENTRY OCCURS 20 TIMES.
               10 TIER-THRESHOLD    PIC 9(5)V99.
               10 TIER-DESC         PIC X(20).
               10 TIER-COST         PIC 9(5)V99.
       01 NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 20 TIMES.
               10 NOTE-TEXT         PIC X(100).
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
       01 HEADINGS3.
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(26)
                   VALUE 'FUNDRAISER PROFIT AND LOSS'.
           05 FILLER               PIC X(53)   VALUE SPACES.
       01 COL-HEADINGS.
           05 FILLER               PIC X(7)    VALUE 'PRODUCT'.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'CASES SOLD'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'GROSS SALES'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'CREDITS'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'RECEIVED'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'BOTTLER COST'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'DEPOSIT'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'NET PROCEEDS'.
       01 PRODUCT-LINE.
           05 O-PROD-NAME          PIC X(16).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-SOLD               PIC ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-GROSS              PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CREDITS            PIC $$,$$$,$$9.99.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-RECEIVED           PIC ZZZ,ZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-COST               PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DEPOSIT            PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-NET                PIC $$,$$$,$$9.99-.
       01 SUMMARY-LINE.
           05 O-SUM-LABEL          PIC X(50).
           05 FILLER               PIC X(48)   VALUE SPACES.
           05 O-SUM-AMT            PIC $$,$$$,$$9.99-.
       01 PRIZE-LINE.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-PZ-DESC            PIC X(20).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PZ-COUNT           PIC ZZZZ9.
           05 FILLER               PIC X(4)    VALUE ' AT '.
           05 O-PZ-UNIT            PIC $$$,$$9.99.
           05 FILLER               PIC X(54)   VALUE SPACES.
           05 O-PZ-COST            PIC $$,$$$,$$9.99.
       01 TEAM-COL-HEADINGS.
           05 FILLER               PIC X(4)    VALUE 'TEAM'.
           05 FILLER               PIC X(26)   VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'GROSS SALES'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'CREDITS'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'BOTTLER COST'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'DEPOSIT'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'PRIZE COST'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'NET PROCEEDS'.
       01 TEAM-LINE.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-TM-CODE            PIC X.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-TM-NAME            PIC X(24).
           05 O-TM-GROSS           PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-TM-CREDITS         PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-TM-COST            PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-TM-DEPOSIT         PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-TM-PRIZE           PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-TM-NET             PIC $$,$$$,$$9.99-.
       01 NOTE-TITLE.
           05 FILLER               PIC X(32)
                   VALUE 'NOTES - THE NET IS OVERSTATED BY'.
           05 FILLER               PIC X(27)
                   VALUE ' ANY COST NOT ON FILE:     '.
       01 NOTE-LINE.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-NOTE-CODE          PIC Z9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-NOTE-TEXT          PIC X(100).
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-SCAN-ORDERS.
           PERFORM L2-PRICE-PRIZES.
           PERFORM L2-PRINT-PRODUCTS.
           PERFORM L2-PRINT-TEAMS.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           PERFORM L2-LOAD-PRICING.
           PERFORM L2-LOAD-CONFIRMED.
           PERFORM L2-LOAD-TEAMS.
           PERFORM L2-LOAD-RETURNS.
           PERFORM L2-LOAD-TIERS.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * NO CBLPOPAL.DAT MEANS NOTHING CAME IN SHORT ENOUGH TO NEED AN
      * ALLOCATION, AND EVERY ORDER WAS HANDED OVER IN FULL.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               MOVE 'T' TO WS-ALLOC-SW
           END-IF.
           OPEN OUTPUT PL-PRTOUT.

       L2-LOAD-PRICING.
           MOVE 0 TO PROD-COUNT.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT PRICING-FILE.
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPPR.DAT, STATUS: '
                   WS-PR-STATUS
               DISPLAY 'RUN CBLPOPPX TO BUILD THE PRODUCT/PRICING '
                   'MASTER.'
               MOVE 16 TO RETURN-CODE
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
                       IF PR-CASE-COST NUMERIC
                           MOVE PR-CASE-COST TO PROD-COST (PROD-COUNT)
                       ELSE
                           MOVE 0 TO PROD-COST (PROD-COUNT)
                       END-IF
                       PERFORM L4-CLEAR-PRODUCT
                   END-IF
               WHEN PR-STATE-RATE
                   IF RATE-COUNT < 10
                       ADD 1 TO RATE-COUNT
                       MOVE PR-STATE TO RATE-STATE (RATE-COUNT)
                       MOVE PR-RATE TO RATE-AMT (RATE-COUNT)
                   END-IF
           END-EVALUATE.

       L4-CLEAR-PRODUCT.
           MOVE 0 TO PROD-SOLD (PROD-COUNT).
           MOVE 0 TO PROD-RECEIVED (PROD-COUNT).
           MOVE 0 TO PROD-GROSS (PROD-COUNT).
           MOVE 0 TO PROD-CREDITS (PROD-COUNT).
           MOVE 0 TO PROD-DEPOSIT (PROD-COUNT).

       L2-LOAD-CONFIRMED.
      * THE BOTTLER BILLS WHAT CAME OFF THE TRUCK, SO THE RECEIVED
      * COUNTS ARE REQUIRED - THE ORDERED CASES WOULD OVERSTATE THE
      * COST ON A SHORT DELIVERY.
           OPEN INPUT CONFIRMED-FILE.
           IF WS-CF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPCF.DAT, STATUS: '
                   WS-CF-STATUS
               DISPLAY 'RUN CBLPOPRV TO CONFIRM THE DELIVERY FIRST.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ CONFIRMED-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       MOVE CF-CODE TO WS-FIND-CODE
                       PERFORM L4-FIND-PRODUCT
                       ADD CF-CASES TO PROD-RECEIVED (WS-PRD-SUB)
               END-READ
           END-PERFORM.
           CLOSE CONFIRMED-FILE.

       L2-LOAD-TEAMS.
           MOVE 0 TO TEAM-COUNT.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPTM.DAT, STATUS: '
                   WS-TM-STATUS
               DISPLAY 'RUN CBLPOPTX TO BUILD THE TEAM MASTER.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ TEAM-MASTER-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       IF TEAM-COUNT < 20
                           ADD 1 TO TEAM-COUNT
                           MOVE TM-CODE TO TEAM-CODE (TEAM-COUNT)
                           MOVE TM-NAME TO TEAM-NAME (TEAM-COUNT)
                           PERFORM L4-CLEAR-TEAM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEAM-MASTER-FILE.

       L4-CLEAR-TEAM.
           MOVE 0 TO TEAM-GROSS (TEAM-COUNT).
           MOVE 0 TO TEAM-CREDITS (TEAM-COUNT).
           MOVE 0 TO TEAM-COST (TEAM-COUNT).
           MOVE 0 TO TEAM-DEPOSIT (TEAM-COUNT).
           MOVE 0 TO TEAM-PRIZE (TEAM-COUNT).

       L2-LOAD-RETURNS.
           MOVE 0 TO RET-COUNT.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF RT-CREDITED
                               PERFORM L3-LOAD-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       L3-LOAD-ONE-RETURN.
           IF RET-COUNT < 1000
               ADD 1 TO RET-COUNT
               MOVE RT-ORDER-ID TO RET-ORDER-ID (RET-COUNT)
               MOVE RT-CASES TO RET-CASES (RET-COUNT)
               MOVE RT-CREDIT-AMT TO RET-AMOUNT (RET-COUNT)
           ELSE
               IF NOT WS-RET-FULL
                   MOVE 'T' TO WS-RET-FULL-SW
                   MOVE 'RETURN TABLE FULL AT 1000 - LATER CREDITED '
                       TO WS-NOTE-TEXT
                   MOVE 'RETURNS ARE NOT TAKEN OFF THE SALES.'
                       TO WS-NOTE-TEXT (45:56)
                   PERFORM L4-ADD-NOTE
               END-IF
           END-IF.

       L2-LOAD-TIERS.
      * THE UNIT COSTS COME FROM THE PRIZE MASTER; THE COUNTS ARE
      * READ LATER FROM CBLPOPZC.DAT. WITHOUT THE MASTER THERE IS NO
      * PRIZE COST TO CHARGE.
           MOVE 0 TO TIER-COUNT.
           OPEN INPUT PRIZE-FILE.
           IF WS-PZ-STATUS NOT = '00'
               MOVE 'NO CBLPOPPZ.DAT - NO PRIZE COST CHARGED.'
                   TO WS-NOTE-TEXT
               PERFORM L4-ADD-NOTE
           ELSE
               MOVE 'T' TO WS-TIERS-SW
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PRIZE-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L3-LOAD-ONE-TIER
                   END-READ
               END-PERFORM
               CLOSE PRIZE-FILE
           END-IF.

       L3-LOAD-ONE-TIER.
           IF TIER-COUNT < 20
               ADD 1 TO TIER-COUNT
               MOVE PZ-THRESHOLD TO TIER-THRESHOLD (TIER-COUNT)
               MOVE PZ-DESC TO TIER-DESC (TIER-COUNT)
               IF PZ-UNIT-COST NUMERIC
                   MOVE PZ-UNIT-COST TO TIER-COST (TIER-COUNT)
               ELSE
                   MOVE 0 TO TIER-COST (TIER-COUNT)
               END-IF
           END-IF.

       L2-SCAN-ORDERS.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           MOVE 0 TO P-ORDER-ID.
           START POP-MASTER-IDX KEY IS NOT LESS THAN P-ORDER-ID
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM L3-READ-ONE-ORDER
               UNTIL WS-SCAN-DONE.
           CLOSE POP-MASTER-IDX.
           IF WS-ALLOC-ON-FILE
               CLOSE ALLOCATION-FILE
           END-IF.

       L3-READ-ONE-ORDER.
           READ POP-MASTER-IDX NEXT RECORD
               AT END
                   MOVE 'T' TO WS-SCAN-DONE-SW
               NOT AT END
                   PERFORM L4-FIGURE-ORDER
           END-READ.

       L4-FIGURE-ORDER.
      * GROSS AT THE CASES ORDERED, THE CBLKLM04 L2-CALCS RULE. THE
      * CASES HANDED OVER ARE THE CBLPOPAL ALLOCATION WHEN IT STILL
      * MATCHES THE ORDER, AND THE CASES THE SELLER KEPT ARE THOSE
      * LESS ANY CREDITED RETURNS - THE DEPOSIT OWED THE STATE IS ON
      * THE CANS THAT STAYED SOLD.
           MOVE P-POP-TYPE TO WS-FIND-CODE.
           PERFORM L4-FIND-PRODUCT.
           MOVE 0 TO WS-RATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RATE-COUNT
               IF RATE-STATE (WS-SUB) = P-STATE
                   MOVE RATE-AMT (WS-SUB) TO WS-RATE
                   MOVE RATE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
               COMPUTE WS-ORDER-GROSS = PROD-PRICE (WS-PRD-SUB)
                   * P-CASES + WS-RATE * 24 * P-CASES
           ELSE
               COMPUTE WS-ORDER-GROSS = PROD-PRICE (WS-PRD-SUB)
                   * P-CASES
               MOVE 0 TO WS-RATE
           END-IF.
           MOVE 0 TO WS-ORDER-CREDIT.
           MOVE P-CASES TO WS-HANDED.
           IF WS-ALLOC-ON-FILE
               MOVE P-ORDER-ID TO AL-ORDER-ID
               READ ALLOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-POP-TYPE = P-POP-TYPE
                               AND AL-ORDERED = P-CASES
                               AND AL-SHORT > 0
                           MOVE AL-ALLOCATED TO WS-HANDED
                           MOVE AL-SHORT-AMT TO WS-ORDER-CREDIT
                       END-IF
               END-READ
           END-IF.
           MOVE 0 TO WS-RETURNED.
           PERFORM L5-CHECK-ONE-RETURN
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RET-COUNT.
           IF WS-RETURNED < WS-HANDED
               COMPUTE WS-KEPT = WS-HANDED - WS-RETURNED
           ELSE
               MOVE 0 TO WS-KEPT
           END-IF.
           COMPUTE WS-ORDER-DEPOSIT = WS-RATE * 24 * WS-KEPT.
           COMPUTE WS-ORDER-COST = PROD-COST (WS-PRD-SUB) * WS-HANDED.
           ADD P-CASES TO PROD-SOLD (WS-PRD-SUB).
           ADD WS-ORDER-GROSS TO PROD-GROSS (WS-PRD-SUB).
           ADD WS-ORDER-CREDIT TO PROD-CREDITS (WS-PRD-SUB).
           ADD WS-ORDER-DEPOSIT TO PROD-DEPOSIT (WS-PRD-SUB).
           PERFORM L5-FIND-TEAM.
           ADD WS-ORDER-GROSS TO TEAM-GROSS (WS-TM-SUB).
           ADD WS-ORDER-CREDIT TO TEAM-CREDITS (WS-TM-SUB).
           ADD WS-ORDER-DEPOSIT TO TEAM-DEPOSIT (WS-TM-SUB).
           ADD WS-ORDER-COST TO TEAM-COST (WS-TM-SUB).
           PERFORM L5-ADD-TO-SELLER.

       L4-FIND-PRODUCT.
      * A CODE NOT ON THE PRICING MASTER GETS A ROW OF ITS OWN AT
      * ZERO PRICE AND COST, SO ITS CASES STILL SHOW. THE CALLER
      * PUTS THE CODE IN WS-FIND-CODE - THE RECEIVED COUNTS ARE
      * LOADED BEFORE THE ORDER FILE IS OPEN.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               IF PROD-CODE (WS-SUB) = WS-FIND-CODE
                   MOVE WS-SUB TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-PRD-SUB = 0
               IF PROD-COUNT < 50
                   ADD 1 TO PROD-COUNT
                   MOVE WS-FIND-CODE TO PROD-CODE (PROD-COUNT)
                   MOVE 'UNKNOWN PRODUCT' TO PROD-NAME (PROD-COUNT)
                   MOVE 0 TO PROD-PRICE (PROD-COUNT)
                   MOVE 'N' TO PROD-DEP-CLASS (PROD-COUNT)
                   MOVE 0 TO PROD-COST (PROD-COUNT)
                   PERFORM L4-CLEAR-PRODUCT
                   MOVE PROD-COUNT TO WS-PRD-SUB
               ELSE
                   MOVE 1 TO WS-PRD-SUB
               END-IF
           END-IF.

       L5-CHECK-ONE-RETURN.
           IF RET-ORDER-ID (WS-SUB) = P-ORDER-ID
               ADD RET-CASES (WS-SUB) TO WS-RETURNED
               ADD RET-AMOUNT (WS-SUB) TO WS-ORDER-CREDIT
           END-IF.

       L5-FIND-TEAM.
           MOVE 0 TO WS-TM-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TEAM-COUNT
               IF TEAM-CODE (WS-SUB) = P-TEAM
                   MOVE WS-SUB TO WS-TM-SUB
                   MOVE TEAM-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-TM-SUB = 0
               IF TEAM-COUNT < 20
                   ADD 1 TO TEAM-COUNT
                   MOVE P-TEAM TO TEAM-CODE (TEAM-COUNT)
                   MOVE 'NOT ON CBLPOPTM.DAT' TO TEAM-NAME (TEAM-COUNT)
                   PERFORM L4-CLEAR-TEAM
                   MOVE TEAM-COUNT TO WS-TM-SUB
               ELSE
                   MOVE TEAM-COUNT TO WS-TM-SUB
               END-IF
           END-IF.

       L5-ADD-TO-SELLER.
      * A SELLER'S PRIZE IS CHARGED TO THE TEAM OF THEIR FIRST ORDER.
           MOVE 0 TO WS-SEL-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SELLER-COUNT
               IF SEL-NO (WS-SUB) = P-SELLER-NO
                   MOVE WS-SUB TO WS-SEL-SUB
                   MOVE SELLER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-SEL-SUB = 0
               IF SELLER-COUNT < 1000
                   ADD 1 TO SELLER-COUNT
                   MOVE SELLER-COUNT TO WS-SEL-SUB
                   MOVE P-SELLER-NO TO SEL-NO (WS-SEL-SUB)
                   MOVE WS-TM-SUB TO SEL-TEAM-SUB (WS-SEL-SUB)
                   MOVE 0 TO SEL-TOTAL (WS-SEL-SUB)
               END-IF
           END-IF.
           IF WS-SEL-SUB > 0
               ADD WS-ORDER-GROSS TO SEL-TOTAL (WS-SEL-SUB)
           END-IF.

       L2-PRICE-PRIZES.
      * EACH SELLER'S PRIZE BY THE CBLPOPZR RULE - THE HIGHEST
      * THRESHOLD THEIR TOTAL REACHES - CHARGED TO THEIR TEAM.
           IF WS-TIERS-ON-FILE
               PERFORM L3-PRICE-ONE-SELLER
                   VARYING WS-SEL-SUB FROM 1 BY 1
                       UNTIL WS-SEL-SUB > SELLER-COUNT
           END-IF.

       L3-PRICE-ONE-SELLER.
           MOVE 0 TO WS-BEST-SUB.
           MOVE 0 TO WS-BEST-AMT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > TIER-COUNT
               IF SEL-TOTAL (WS-SEL-SUB) >= TIER-THRESHOLD (WS-TIER-SUB)
                       AND TIER-THRESHOLD (WS-TIER-SUB)
                           >= WS-BEST-AMT
                   MOVE WS-TIER-SUB TO WS-BEST-SUB
                   MOVE TIER-THRESHOLD (WS-TIER-SUB)
                       TO WS-BEST-AMT
               END-IF
           END-PERFORM.
           IF WS-BEST-SUB > 0
               ADD TIER-COST (WS-BEST-SUB)
                   TO TEAM-PRIZE (SEL-TEAM-SUB (WS-SEL-SUB))
           END-IF.

       L2-PRINT-PRODUCTS.
           MOVE 'P' TO WS-SECTION-SW.
           PERFORM L4-HEADINGS.
           PERFORM L3-PRINT-ONE-PRODUCT
               VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > PROD-COUNT.
           COMPUTE T-PRODUCT-NET = T-GROSS - T-CREDITS - T-COST
               - T-DEPOSIT.
           MOVE 'ALL PRODUCTS' TO O-PROD-NAME.
           MOVE T-SOLD TO O-SOLD.
           MOVE T-GROSS TO O-GROSS.
           MOVE T-CREDITS TO O-CREDITS.
           MOVE T-RECEIVED TO O-RECEIVED.
           MOVE T-COST TO O-COST.
           MOVE T-DEPOSIT TO O-DEPOSIT.
           MOVE T-PRODUCT-NET TO O-NET.
           PERFORM L4-WRITE-BLANK.
           MOVE PRODUCT-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           PERFORM L4-WRITE-BLANK.
           MOVE 'PRIZE COST (CBLPOPZC.DAT COUNTS):' TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           PERFORM L3-PRINT-PRIZE-COUNTS.
           COMPUTE T-CLUB-NET = T-PRODUCT-NET - T-PRIZE-COST.
           MOVE 'LESS PRIZE COST' TO O-SUM-LABEL.
           MOVE T-PRIZE-COST TO O-SUM-AMT.
           MOVE SUMMARY-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           PERFORM L4-WRITE-BLANK.
           MOVE 'NET PROCEEDS TO THE CLUB' TO O-SUM-LABEL.
           MOVE T-CLUB-NET TO O-SUM-AMT.
           MOVE SUMMARY-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.

       L3-PRINT-ONE-PRODUCT.
      * A PRODUCT NOBODY ORDERED AND NOTHING ARRIVED OF IS LEFT OFF.
           IF PROD-SOLD (WS-PRD-SUB) > 0
                   OR PROD-RECEIVED (WS-PRD-SUB) > 0
               COMPUTE WS-ORDER-COST = PROD-COST (WS-PRD-SUB)
                   * PROD-RECEIVED (WS-PRD-SUB)
               COMPUTE WS-NET = PROD-GROSS (WS-PRD-SUB)
                   - PROD-CREDITS (WS-PRD-SUB) - WS-ORDER-COST
                   - PROD-DEPOSIT (WS-PRD-SUB)
               ADD PROD-SOLD (WS-PRD-SUB) TO T-SOLD
               ADD PROD-RECEIVED (WS-PRD-SUB) TO T-RECEIVED
               ADD PROD-GROSS (WS-PRD-SUB) TO T-GROSS
               ADD PROD-CREDITS (WS-PRD-SUB) TO T-CREDITS
               ADD WS-ORDER-COST TO T-COST
               ADD PROD-DEPOSIT (WS-PRD-SUB) TO T-DEPOSIT
               MOVE PROD-NAME (WS-PRD-SUB) TO O-PROD-NAME
               MOVE PROD-SOLD (WS-PRD-SUB) TO O-SOLD
               MOVE PROD-GROSS (WS-PRD-SUB) TO O-GROSS
               MOVE PROD-CREDITS (WS-PRD-SUB) TO O-CREDITS
               MOVE PROD-RECEIVED (WS-PRD-SUB) TO O-RECEIVED
               MOVE WS-ORDER-COST TO O-COST
               MOVE PROD-DEPOSIT (WS-PRD-SUB) TO O-DEPOSIT
               MOVE WS-NET TO O-NET
               MOVE PRODUCT-LINE TO PRTLINE
               PERFORM L4-WRITE-LINE
               IF PROD-COST (WS-PRD-SUB) = 0
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING 'NO BOTTLER CASE COST ON CBLPOPPR.DAT FOR '
                       DELIMITED BY SIZE
                       PROD-CODE (WS-PRD-SUB) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PROD-NAME (WS-PRD-SUB) DELIMITED BY SIZE
                       ' - KEY IT IN CBLPOPPX.' DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   END-STRING
                   PERFORM L4-ADD-NOTE
               END-IF
           END-IF.

       L3-PRINT-PRIZE-COUNTS.
      * THE COUNTS ARE WHAT WAS ORDERED FROM THE PRIZE VENDOR; EACH
      * IS MATCHED TO ITS TIER ON THE PRIZE MASTER BY THRESHOLD FOR
      * THE UNIT COST.
           MOVE 0 TO T-PRIZE-COST.
           OPEN INPUT PRIZE-COUNT-FILE.
           IF WS-ZC-STATUS NOT = '00'
               MOVE 'NO CBLPOPZC.DAT - RUN CBLPOPZR FOR THE PRIZE '
                   TO WS-NOTE-TEXT
               MOVE 'COUNTS. NO PRIZE COST CHARGED.'
                   TO WS-NOTE-TEXT (47:54)
               PERFORM L4-ADD-NOTE
           ELSE
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PRIZE-COUNT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L4-PRINT-ONE-PRIZE
                   END-READ
               END-PERFORM
               CLOSE PRIZE-COUNT-FILE
           END-IF.

       L4-PRINT-ONE-PRIZE.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > TIER-COUNT
               IF TIER-THRESHOLD (WS-TIER-SUB) = ZC-THRESHOLD
                   MOVE WS-TIER-SUB TO WS-BEST-SUB
                   MOVE TIER-COUNT TO WS-TIER-SUB
               END-IF
           END-PERFORM.
           IF WS-BEST-SUB > 0
               COMPUTE WS-TIER-COST = TIER-COST (WS-BEST-SUB)
                   * ZC-COUNT
               MOVE TIER-COST (WS-BEST-SUB) TO O-PZ-UNIT
           ELSE
               MOVE 0 TO WS-TIER-COST
               MOVE 0 TO O-PZ-UNIT
           END-IF.
           ADD WS-TIER-COST TO T-PRIZE-COST.
           MOVE ZC-DESC TO O-PZ-DESC.
           MOVE ZC-COUNT TO O-PZ-COUNT.
           MOVE WS-TIER-COST TO O-PZ-COST.
           MOVE PRIZE-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           IF ZC-COUNT > 0
               IF WS-BEST-SUB = 0
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING 'PRIZE ' DELIMITED BY SIZE
                       ZC-DESC DELIMITED BY SIZE
                       ' IS NOT ON CBLPOPPZ.DAT - NO COST CHARGED.'
                           DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   END-STRING
                   PERFORM L4-ADD-NOTE
               ELSE
                   IF TIER-COST (WS-BEST-SUB) = 0
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING 'NO UNIT COST ON CBLPOPPZ.DAT FOR '
                           DELIMITED BY SIZE
                           ZC-DESC DELIMITED BY SIZE
                           ' - KEY IT IN CBLPOPZX.' DELIMITED BY SIZE
                           INTO WS-NOTE-TEXT
                       END-STRING
                       PERFORM L4-ADD-NOTE
                   END-IF
               END-IF
           END-IF.

       L2-PRINT-TEAMS.
           MOVE 'T' TO WS-SECTION-SW.
           PERFORM L4-HEADINGS.
           MOVE 0 TO T-TEAM-COST.
           MOVE 0 TO T-TEAM-PRIZE.
           MOVE 0 TO T-TEAM-NET.
           PERFORM L3-PRINT-ONE-TEAM
               VARYING WS-TM-SUB FROM 1 BY 1
                   UNTIL WS-TM-SUB > TEAM-COUNT.
           PERFORM L4-WRITE-BLANK.
      * WHAT THE TEAMS DO NOT CARRY, SO THE COLUMN ADDS BACK TO THE
      * CLUB'S NET: CASES THE BOTTLER BILLED THAT NO SELLER WAS
      * HANDED (OR, NEGATIVE, HANDED CASES NOT YET ON CBLPOPCF.DAT),
      * AND PRIZE COST THE COUNTS CARRY BEYOND THE ORDERS' TIERS.
           MOVE SPACES TO TEAM-LINE.
           MOVE 'CASES NOT TO A SELLER' TO O-TM-NAME.
           COMPUTE WS-NET = T-COST - T-TEAM-COST.
           MOVE WS-NET TO O-TM-COST.
           COMPUTE WS-NET = 0 - WS-NET.
           MOVE WS-NET TO O-TM-NET.
           ADD WS-NET TO T-TEAM-NET.
           MOVE TEAM-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           MOVE SPACES TO TEAM-LINE.
           MOVE 'PRIZES NOT BY TEAM' TO O-TM-NAME.
           COMPUTE WS-NET = T-PRIZE-COST - T-TEAM-PRIZE.
           MOVE WS-NET TO O-TM-PRIZE.
           COMPUTE WS-NET = 0 - WS-NET.
           MOVE WS-NET TO O-TM-NET.
           ADD WS-NET TO T-TEAM-NET.
           MOVE TEAM-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.
           PERFORM L4-WRITE-BLANK.
           MOVE SPACES TO TEAM-LINE.
           MOVE 'NET PROCEEDS, ALL TEAMS' TO O-TM-NAME.
           MOVE T-TEAM-NET TO O-TM-NET.
           MOVE TEAM-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.

       L3-PRINT-ONE-TEAM.
           COMPUTE WS-NET = TEAM-GROSS (WS-TM-SUB)
               - TEAM-CREDITS (WS-TM-SUB) - TEAM-COST (WS-TM-SUB)
               - TEAM-DEPOSIT (WS-TM-SUB) - TEAM-PRIZE (WS-TM-SUB).
           ADD TEAM-COST (WS-TM-SUB) TO T-TEAM-COST.
           ADD TEAM-PRIZE (WS-TM-SUB) TO T-TEAM-PRIZE.
           ADD WS-NET TO T-TEAM-NET.
           MOVE TEAM-CODE (WS-TM-SUB) TO O-TM-CODE.
           MOVE TEAM-NAME (WS-TM-SUB) TO O-TM-NAME.
           MOVE TEAM-GROSS (WS-TM-SUB) TO O-TM-GROSS.
           MOVE TEAM-CREDITS (WS-TM-SUB) TO O-TM-CREDITS.
           MOVE TEAM-COST (WS-TM-SUB) TO O-TM-COST.
           MOVE TEAM-DEPOSIT (WS-TM-SUB) TO O-TM-DEPOSIT.
           MOVE TEAM-PRIZE (WS-TM-SUB) TO O-TM-PRIZE.
           MOVE WS-NET TO O-TM-NET.
           MOVE TEAM-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.

       L4-ADD-NOTE.
      * NOTES ARE HELD UNTIL THE END OF THE REPORT; ANY NOTE MAKES
      * IT A WARNING RUN.
           IF C-NOTE-CTR < 20
               ADD 1 TO C-NOTE-CTR
               MOVE WS-NOTE-TEXT TO NOTE-TEXT (C-NOTE-CTR)
           END-IF.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       L2-CLOSING.
           IF C-NOTE-CTR > 0
               PERFORM L4-WRITE-BLANK
               MOVE NOTE-TITLE TO PRTLINE
               PERFORM L4-WRITE-LINE
               PERFORM L3-PRINT-ONE-NOTE
                   VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > C-NOTE-CTR
           END-IF.
           CLOSE PL-PRTOUT.
           DISPLAY 'PROFIT AND LOSS WRITTEN TO CBLPOPPL.PRT'.
           MOVE T-CLUB-NET TO O-SUM-AMT.
           DISPLAY 'NET PROCEEDS TO THE CLUB: ' O-SUM-AMT.
           IF C-NOTE-CTR > 0
               DISPLAY C-NOTE-CTR ' NOTE(S) ON THE REPORT - SOME '
                   'COSTS ARE MISSING.'
           END-IF.
           STOP RUN.

       L3-PRINT-ONE-NOTE.
           MOVE WS-SUB TO O-NOTE-CODE.
           MOVE NOTE-TEXT (WS-SUB) TO O-NOTE-TEXT.
           MOVE NOTE-LINE TO PRTLINE.
           PERFORM L4-WRITE-LINE.

       L4-WRITE-LINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L4-WRITE-BLANK.
           MOVE SPACES TO PRTLINE.
           PERFORM L4-WRITE-LINE.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           IF WS-PRODUCT-SECTION
               WRITE PRTLINE FROM COL-HEADINGS
           ELSE
               WRITE PRTLINE FROM TEAM-COL-HEADINGS
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.

       end program CBLPOPPL.
