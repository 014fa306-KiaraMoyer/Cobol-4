       identification division.
       program-id. CBLPOPAL.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * SHORT-SHIP ALLOCATION. COMPARES THE CASES ACTUALLY RECEIVED
      * (CBLPOPCF.DAT, WRITTEN BY CBLPOPRV) WITH THE ORDERS ON
      * CBLPOPIX.DAT PRODUCT BY PRODUCT, AND WHERE A PRODUCT CAME IN
      * SHORT SPREADS THE SHORTFALL ACROSS ITS ORDERS BY A FIXED RULE
      * SO NOBODY DECIDES AT THE PICK-UP TABLE WHO GOES WITHOUT:
      *   - ORDERS ALREADY PICKED UP ARE FILLED FIRST (THE CASES HAVE
      *     LEFT THE GARAGE),
      *   - THEN OLDEST P-ORDER-DATE FIRST, LOWEST ORDER NUMBER
      *     BREAKING A TIE,
      *   - EACH ORDER IS FILLED IN FULL WHILE CASES LAST; THE ORDER
      *     THE CASES RUN OUT ON GETS WHAT IS LEFT, AND EVERY LATER
      *     ORDER FOR THAT PRODUCT GETS NONE.
      * A PRODUCT ORDERED BUT NOT ON CBLPOPCF.DAT IS TAKEN AS NONE
      * RECEIVED AND FLAGGED ON THE REGISTER.
      *
      * THE RESULT GOES TO CBLPOPAL.DAT (COPYBOOK POPALLOC), ONE
      * RECORD PER ORDER, AND THE ALLOCATION REGISTER CBLPOPAL.PRT
      * LISTS EVERY SHORTED ORDER AND A LINE PER PRODUCT. CBLPOPPK
      * PRINTS THE ALLOCATED CASES ON THE PICK TICKETS, CBLPOPPA TAKES
      * THE SHORTED CASES OFF THE SELLER'S BALANCE, AND CBLPOPFS AND
      * CBLPOPSI SHOW BOTH.
      *
      * THE SHORTED CASES ARE EITHER BACKORDERED ("CBLPOPAL B") UNTIL
      * THE MAKE-UP DELIVERY ARRIVES, OR CREDITED OFF ("CBLPOPAL C")
      * WHEN NONE IS COMING; WITH NO PARAMETER THE CHOICE IS PROMPTED.
      * EITHER WAY THE SELLER OWES ONLY FOR WHAT THEY WERE HANDED.
      * WHEN THE MAKE-UP DELIVERY COMES, RE-RUN CBLPOPRV WITH THE
      * TOTAL RECEIVED TO DATE AND THEN THIS - EACH RUN REPLACES
      * CBLPOPAL.DAT FROM SCRATCH. RE-RUN IT TOO AFTER ANY ORDER
      * CORRECTION MADE SINCE THE LAST ALLOCATION.
      *
      * THE RUN SIGNS ON THROUGH CBLPOPSO AND NEEDS ORDER AUTHORITY -
      * IT CHANGES WHAT SELLERS OWE. AN OPERATOR ID AFTER THE
      * PARAMETER ("CBLPOPAL B OPERID") IS VERIFIED INSTEAD OF
      * PROMPTING. A MISSING FILE OR FAILED SIGN-ON STOPS THE RUN
      * WITH COMPLETION CODE 16.
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
           SELECT CONFIRMED-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPCF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT PRICING-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT ALLOCATION-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ORDER-ID
               FILE STATUS IS WS-AL-STATUS.
           SELECT ALLOC-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPAL.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT ALLOC-SORT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAL.SRT'.

       data division.
       FILE SECTION.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD CONFIRMED-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-REC
           RECORD CONTAINS 7 CHARACTERS.
       01 CF-REC.
           05 CF-CODE              PIC 99.
           05 CF-CASES             PIC 9(5).

       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD ALLOCATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPALLOC.

       FD ALLOC-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       SD ALLOC-SORT-FILE
           DATA RECORD IS AS-REC.
      * PRODUCT, THEN PICKED-UP ORDERS AHEAD OF THE REST, THEN OLDEST
      * ORDER DATE, THEN ORDER NUMBER - THE ALLOCATION RULE ITSELF.
       01 AS-REC.
           05 AS-SORT-KEY.
               10 AS-POP-TYPE       PIC 99.
               10 AS-PICKUP-RANK    PIC X.
               10 AS-ORDER-DATE     PIC 9(8).
               10 AS-ORDER-ID       PIC 9(6).
           05 AS-SELLER-NO          PIC 9(4).
           05 AS-LNAME              PIC X(15).
           05 AS-FNAME              PIC X(15).
           05 AS-STATE              PIC XX.
           05 AS-CASES              PIC 99.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-CF-STATUS         PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 WS-RET-DONE-SW       PIC X       VALUE 'F'.
               88 WS-RET-DONE      VALUE 'T'.
           05 WS-FIRST-SW          PIC X       VALUE 'T'.
               88 WS-FIRST-PRODUCT VALUE 'T'.
           05 WS-COMMAND-LINE      PIC X(40)   VALUE SPACES.
           05 WS-RUN-PARM          PIC X(8)    VALUE SPACES.
               88 WS-BACKORDER-RUN VALUE 'B'.
               88 WS-CREDIT-RUN    VALUE 'C'.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 WS-RUN-DATE          PIC 9(8)    VALUE 0.
           05 WS-YMD               PIC 9(8)    VALUE 0.
           05 WS-YMD-PARTS REDEFINES WS-YMD.
               10 WS-YMD-YEAR      PIC 9(4).
               10 WS-YMD-MONTH     PIC 99.
               10 WS-YMD-DAY       PIC 99.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-ORDER-CTR          PIC 9(6)    VALUE 0.
           05 C-SHORT-ORDER-CTR    PIC 9(6)    VALUE 0.
           05 C-SHORT-CASES        PIC 9(7)    VALUE 0.
           05 C-SHORT-AMT          PIC 9(7)V99 VALUE 0.
           05 WS-SUB               PIC 99      VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-CF-SUB            PIC 99      VALUE 0.
           05 WS-RATE              PIC 9V99    VALUE 0.
           05 WS-CB-POP-TYPE       PIC 99      VALUE 0.
           05 WS-CB-ON-CF-SW       PIC X       VALUE 'F'.
               88 WS-CB-ON-CF      VALUE 'T'.
           05 WS-PROD-ORDERED      PIC 9(7)    VALUE 0.
           05 WS-PROD-RECEIVED     PIC 9(7)    VALUE 0.
           05 WS-PROD-REMAINING    PIC 9(7)    VALUE 0.
           05 WS-PROD-SHORT-CTR    PIC 9(6)    VALUE 0.
           05 WS-ALLOCATED         PIC 99      VALUE 0.
           05 WS-SHORT             PIC 99      VALUE 0.
       01 CF-TABLE.
           05 CF-COUNT              PIC 99      VALUE 0.
           05 CF-ENTRY OCCURS 50 TIMES.
               10 CFT-CODE          PIC 99.
               10 CFT-CASES         PIC 9(5).
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
           05 FILLER               PIC X(51)   VALUE SPACES.
           05 FILLER               PIC X(30)
                   VALUE 'SHORT-SHIP ALLOCATION REGISTER'.
           05 FILLER               PIC X(51)   VALUE SPACES.
       01 DISPOSITION-LINE.
           05 FILLER               PIC X(20)
                   VALUE 'SHORTED CASES ARE:  '.
           05 O-RUN-DISP           PIC X(40).
       01 COL-HEADINGS.
           05 FILLER               PIC X(7)    VALUE 'PRODUCT'.
           05 FILLER               PIC X(13)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ORDER#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'SEL#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'FIRST NAME'.
           05 FILLER               PIC X(7)    VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'ORDER DATE'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'ORDERED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'GIVEN'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'SHORT'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'CREDIT'.
       01 SHORT-DETAIL-LINE.
           05 O-PROD-NAME          PIC X(16).
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-ORDER-ID           PIC 9(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SELLER-NO          PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-LNAME              PIC X(15).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-FNAME              PIC X(15).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-ORDER-DATE.
               10 O-ORD-MONTH      PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-ORD-DAY        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-ORD-YEAR       PIC 9999.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-ORDERED            PIC ZZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-ALLOCATED          PIC ZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-SHORT              PIC ZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SHORT-AMT          PIC $$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DISP               PIC X(11).
       01 PRODUCT-LINE.
           05 FILLER               PIC X(9)    VALUE 'PRODUCT: '.
           05 O-PL-CODE            PIC 99.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-PL-NAME            PIC X(16).
           05 FILLER               PIC X(11)   VALUE '  ORDERED: '.
           05 O-PL-ORDERED         PIC ZZZZZZ9.
           05 FILLER               PIC X(12)   VALUE '  RECEIVED: '.
           05 O-PL-RECEIVED        PIC ZZZZZZ9.
           05 FILLER               PIC X(9)    VALUE '  SHORT: '.
           05 O-PL-SHORT           PIC ZZZZZZ9.
           05 FILLER               PIC X(18)
                   VALUE '  ORDERS SHORTED: '.
           05 O-PL-SHORT-CTR       PIC ZZZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PL-NOTE            PIC X(25).
       01 TOTAL-LINE-1.
           05 FILLER               PIC X(20)
                   VALUE 'ORDERS ALLOCATED:   '.
           05 O-TOT-ORDERS         PIC ZZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(17)
                   VALUE 'ORDERS SHORTED:  '.
           05 O-TOT-SHORT-ORDERS   PIC ZZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(15)
                   VALUE 'CASES SHORTED: '.
           05 O-TOT-SHORT-CASES    PIC ZZZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(15)
                   VALUE 'SHORT AMOUNT:  '.
           05 O-TOT-SHORT-AMT      PIC $$,$$$,$$9.99.
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           SORT ALLOC-SORT-FILE
               ON ASCENDING KEY AS-SORT-KEY
               INPUT PROCEDURE IS L2-RELEASE-MASTER
               OUTPUT PROCEDURE IS L2-ALLOCATE.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           MOVE CUR-DATE              TO WS-RUN-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-PARM SO-OPER-ID
           END-UNSTRING.
           PERFORM L2-SIGN-ON.
           IF WS-RUN-PARM = SPACES
               DISPLAY 'SHORTED CASES: B - BACKORDER FOR A MAKE-UP '
                   'DELIVERY, C - CREDIT OFF: ' WITH NO ADVANCING
               ACCEPT WS-RUN-PARM
               MOVE FUNCTION UPPER-CASE(WS-RUN-PARM) TO WS-RUN-PARM
           END-IF.
           IF NOT WS-BACKORDER-RUN AND NOT WS-CREDIT-RUN
               DISPLAY 'UNKNOWN RUN PARAMETER: ' WS-RUN-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-CONFIRMED.
           PERFORM L2-LOAD-PRICING.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALLOCATION-FILE.
           IF WS-AL-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPAL.DAT, STATUS: '
                   WS-AL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ALLOC-PRTOUT.
           IF WS-BACKORDER-RUN
               MOVE 'BACKORDERED UNTIL THE MAKE-UP DELIVERY'
                   TO O-RUN-DISP
           ELSE
               MOVE 'CREDITED OFF THE SELLER''S ORDER'
                   TO O-RUN-DISP
           END-IF.
           PERFORM L4-HEADINGS.

       L2-SIGN-ON.
           IF SO-OPER-ID = SPACES
               MOVE 'S' TO SO-FUNCTION
           ELSE
               MOVE 'V' TO SO-FUNCTION
           END-IF.
           MOVE 'CBLPOPAL' TO SO-CALLER.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPAL NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT SO-MAY-ORDERS
               DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED '
                   'TO ALLOCATE ORDERS.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-LOAD-CONFIRMED.
           MOVE 0 TO CF-COUNT.
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
                       IF CF-COUNT < 50
                           ADD 1 TO CF-COUNT
                           MOVE CF-CODE TO CFT-CODE (CF-COUNT)
                           MOVE CF-CASES TO CFT-CASES (CF-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIRMED-FILE.

       L2-LOAD-PRICING.
      * NAMES FOR THE REGISTER, AND PRICES, DEPOSIT CLASSES AND STATE
      * RATES TO PUT A DOLLAR FIGURE ON THE SHORTED CASES.
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
                   END-IF
               WHEN PR-STATE-RATE
                   IF RATE-COUNT < 10
                       ADD 1 TO RATE-COUNT
                       MOVE PR-STATE TO RATE-STATE (RATE-COUNT)
                       MOVE PR-RATE TO RATE-AMT (RATE-COUNT)
                   END-IF
           END-EVALUATE.

       L2-RELEASE-MASTER.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           MOVE 0 TO P-ORDER-ID.
           START POP-MASTER-IDX KEY IS NOT LESS THAN P-ORDER-ID
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM L3-RELEASE-ONE-ORDER
               UNTIL WS-SCAN-DONE.

       L3-RELEASE-ONE-ORDER.
           READ POP-MASTER-IDX NEXT RECORD
               AT END
                   MOVE 'T' TO WS-SCAN-DONE-SW
               NOT AT END
                   PERFORM L4-RELEASE-ORDER
           END-READ.

       L4-RELEASE-ORDER.
           MOVE P-POP-TYPE TO AS-POP-TYPE.
           IF ORDER-PICKED-UP
               MOVE 'A' TO AS-PICKUP-RANK
           ELSE
               MOVE 'B' TO AS-PICKUP-RANK
           END-IF.
           MOVE P-ORDER-DATE TO AS-ORDER-DATE.
           MOVE P-ORDER-ID TO AS-ORDER-ID.
           MOVE P-SELLER-NO TO AS-SELLER-NO.
           MOVE P-LNAME TO AS-LNAME.
           MOVE P-FNAME TO AS-FNAME.
           MOVE P-STATE TO AS-STATE.
           MOVE P-CASES TO AS-CASES.
           RELEASE AS-REC.

       L2-ALLOCATE.
           MOVE 'T' TO WS-FIRST-SW.
           MOVE 'F' TO WS-RET-DONE-SW.
           PERFORM L3-RETURN-ONE-ORDER
               UNTIL WS-RET-DONE.
           IF NOT WS-FIRST-PRODUCT
               PERFORM L3-FINISH-PRODUCT
           END-IF.

       L3-RETURN-ONE-ORDER.
           RETURN ALLOC-SORT-FILE
               AT END
                   MOVE 'T' TO WS-RET-DONE-SW
               NOT AT END
                   IF WS-FIRST-PRODUCT
                           OR AS-POP-TYPE NOT = WS-CB-POP-TYPE
                       IF NOT WS-FIRST-PRODUCT
                           PERFORM L3-FINISH-PRODUCT
                       END-IF
                       MOVE 'F' TO WS-FIRST-SW
                       PERFORM L3-START-PRODUCT
                   END-IF
                   PERFORM L3-ALLOCATE-ONE-ORDER
           END-RETURN.

       L3-START-PRODUCT.
           MOVE AS-POP-TYPE TO WS-CB-POP-TYPE.
           MOVE 0 TO WS-PROD-ORDERED.
           MOVE 0 TO WS-PROD-SHORT-CTR.
           MOVE 0 TO WS-PROD-RECEIVED.
           MOVE 'F' TO WS-CB-ON-CF-SW.
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > CF-COUNT
               IF CFT-CODE (WS-CF-SUB) = WS-CB-POP-TYPE
                   MOVE CFT-CASES (WS-CF-SUB) TO WS-PROD-RECEIVED
                   MOVE 'T' TO WS-CB-ON-CF-SW
                   MOVE CF-COUNT TO WS-CF-SUB
               END-IF
           END-PERFORM.
           MOVE WS-PROD-RECEIVED TO WS-PROD-REMAINING.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               IF PROD-CODE (WS-SUB) = WS-CB-POP-TYPE
                   MOVE WS-SUB TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L3-ALLOCATE-ONE-ORDER.
           ADD 1 TO C-ORDER-CTR.
           ADD AS-CASES TO WS-PROD-ORDERED.
           IF AS-CASES NOT > WS-PROD-REMAINING
               MOVE AS-CASES TO WS-ALLOCATED
           ELSE
               MOVE WS-PROD-REMAINING TO WS-ALLOCATED
           END-IF.
           SUBTRACT WS-ALLOCATED FROM WS-PROD-REMAINING.
           COMPUTE WS-SHORT = AS-CASES - WS-ALLOCATED.
           MOVE SPACES TO AL-REC.
           MOVE AS-ORDER-ID TO AL-ORDER-ID.
           MOVE AS-SELLER-NO TO AL-SELLER-NO.
           MOVE AS-POP-TYPE TO AL-POP-TYPE.
           MOVE AS-CASES TO AL-ORDERED.
           MOVE WS-ALLOCATED TO AL-ALLOCATED.
           MOVE WS-SHORT TO AL-SHORT.
           MOVE 0 TO AL-SHORT-AMT.
           MOVE WS-RUN-DATE TO AL-RUN-DATE.
           IF WS-SHORT > 0
               MOVE WS-RUN-PARM TO AL-DISPOSITION
               PERFORM L4-PRICE-SHORT
               PERFORM L4-PRINT-SHORT-ORDER
           END-IF.
           WRITE AL-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE ORDER ' AL-ORDER-ID
                       ' NOT WRITTEN TO CBLPOPAL.DAT'
           END-WRITE.

       L4-PRICE-SHORT.
      * THE SHORTED CASES AT THE CASE PRICE, PLUS THE STATE DEPOSIT
      * ON 24 CANS A CASE FOR DEPOSIT-CLASS PRODUCTS - WHAT CBLKLM04
      * CHARGED FOR THEM.
           MOVE 0 TO WS-RATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RATE-COUNT
               IF RATE-STATE (WS-SUB) = AS-STATE
                   MOVE RATE-AMT (WS-SUB) TO WS-RATE
                   MOVE RATE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-PRD-SUB > 0
               IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
                   COMPUTE AL-SHORT-AMT = PROD-PRICE (WS-PRD-SUB)
                       * WS-SHORT + WS-RATE * 24 * WS-SHORT
               ELSE
                   COMPUTE AL-SHORT-AMT = PROD-PRICE (WS-PRD-SUB)
                       * WS-SHORT
               END-IF
           END-IF.

       L4-PRINT-SHORT-ORDER.
           ADD 1 TO WS-PROD-SHORT-CTR.
           ADD 1 TO C-SHORT-ORDER-CTR.
           ADD WS-SHORT TO C-SHORT-CASES.
           ADD AL-SHORT-AMT TO C-SHORT-AMT.
           IF WS-PRD-SUB > 0
               MOVE PROD-NAME (WS-PRD-SUB) TO O-PROD-NAME
           ELSE
               MOVE 'UNKNOWN PRODUCT' TO O-PROD-NAME
           END-IF.
           MOVE AS-ORDER-ID TO O-ORDER-ID.
           MOVE AS-SELLER-NO TO O-SELLER-NO.
           MOVE AS-LNAME TO O-LNAME.
           MOVE AS-FNAME TO O-FNAME.
           MOVE AS-ORDER-DATE TO WS-YMD.
           MOVE WS-YMD-MONTH TO O-ORD-MONTH.
           MOVE WS-YMD-DAY TO O-ORD-DAY.
           MOVE WS-YMD-YEAR TO O-ORD-YEAR.
           MOVE AS-CASES TO O-ORDERED.
           MOVE WS-ALLOCATED TO O-ALLOCATED.
           MOVE WS-SHORT TO O-SHORT.
           MOVE AL-SHORT-AMT TO O-SHORT-AMT.
           IF AL-BACKORDERED
               MOVE 'BACKORDERED' TO O-DISP
           ELSE
               MOVE 'CREDITED' TO O-DISP
           END-IF.
           WRITE PRTLINE FROM SHORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L3-FINISH-PRODUCT.
           MOVE WS-CB-POP-TYPE TO O-PL-CODE.
           IF WS-PRD-SUB > 0
               MOVE PROD-NAME (WS-PRD-SUB) TO O-PL-NAME
           ELSE
               MOVE 'UNKNOWN PRODUCT' TO O-PL-NAME
           END-IF.
           MOVE WS-PROD-ORDERED TO O-PL-ORDERED.
           MOVE WS-PROD-RECEIVED TO O-PL-RECEIVED.
           IF WS-PROD-ORDERED > WS-PROD-RECEIVED
               COMPUTE O-PL-SHORT = WS-PROD-ORDERED - WS-PROD-RECEIVED
           ELSE
               MOVE 0 TO O-PL-SHORT
           END-IF.
           MOVE WS-PROD-SHORT-CTR TO O-PL-SHORT-CTR.
           EVALUATE TRUE
               WHEN NOT WS-CB-ON-CF
                   MOVE 'NOT ON CBLPOPCF.DAT' TO O-PL-NOTE
               WHEN WS-PROD-SHORT-CTR = 0
                   MOVE 'FILLED IN FULL' TO O-PL-NOTE
               WHEN OTHER
                   MOVE SPACES TO O-PL-NOTE
           END-EVALUATE.
           WRITE PRTLINE FROM PRODUCT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L2-CLOSING.
           MOVE C-ORDER-CTR TO O-TOT-ORDERS.
           MOVE C-SHORT-ORDER-CTR TO O-TOT-SHORT-ORDERS.
           MOVE C-SHORT-CASES TO O-TOT-SHORT-CASES.
           MOVE C-SHORT-AMT TO O-TOT-SHORT-AMT.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM TOTAL-LINE-1.
           CLOSE POP-MASTER-IDX.
           CLOSE ALLOCATION-FILE.
           CLOSE ALLOC-PRTOUT.
           DISPLAY 'ALLOCATION WRITTEN TO CBLPOPAL.DAT, REGISTER TO '
               'CBLPOPAL.PRT'.
           DISPLAY C-SHORT-ORDER-CTR ' ORDER(S) SHORTED, '
               C-SHORT-CASES ' CASE(S).'.
           STOP RUN.

       L4-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM DISPOSITION-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE.

       end program CBLPOPAL.
