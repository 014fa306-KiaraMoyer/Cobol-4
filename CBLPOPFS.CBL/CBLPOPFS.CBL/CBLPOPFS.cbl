       identification division.
       program-id. CBLPOPFS.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * SELLER STATEMENTS - ONE PAGE PER SELLER TO CBLPOPFS.PRT, TO GO
      * HOME IN THE SELLER'S FOLDER. EACH STATEMENT CARRIES:
      *   - THE SELLER'S NAME AND MAILING ADDRESS FROM THE CBLPOPSM.DAT
      *     SELLER MASTER (OR THE ADDRESS ON THE ORDERS WHEN THE
      *     MASTER HAS NONE)
      *   - EACH ORDER FROM CBLPOPIX.DAT, READ OFF THE P-SELLER-NO
      *     ALTERNATE KEY, WITH PRODUCT, CASES, DEPOSIT AND AMOUNT
      *     PRICED THE WAY CBLKLM04 PRICES THEM
      *   - EVERY PAYMENT POSTED TO CBLPOPPM.DAT, WITH DATE, RECEIPT
      *     NUMBER AND CHECK NUMBER; A CHECK RETURNED BY THE BANK IS
      *     LISTED AGAIN AS REVERSED AND TAKEN BACK OFF WHAT HAS BEEN
      *     PAID, AND ANY BANK FEE FOR IT IS ADDED TO WHAT IS OWED
      *   - ANY CASES SHORTED BY THE CBLPOPAL SHORT-SHIP ALLOCATION
      *     (CBLPOPAL.DAT), BACKORDERED OR CREDITED, AND TAKEN OFF
      *     WHAT THE SELLER OWES
      *   - ANY CASES BROUGHT BACK AFTER DISTRIBUTION AND KEYED IN
      *     CBLPOPRT (CBLPOPRT.DAT), REPLACED OR CREDITED, WITH THE
      *     CREDITS ALSO TAKEN OFF WHAT THE SELLER OWES
      *   - THE BALANCE DUE (OR CREDIT), WHETHER THE CASES HAVE BEEN
      *     PICKED UP, AND THE HIGHEST CBLPOPPZ.DAT PRIZE TIER THE
      *     SALES REACH (THE CBLPOPZR RULE)
      * STATEMENTS COME OUT IN TEAM THEN SELLER ORDER, LIKE THE PICK
      * TICKETS, SO THE STACK SPLITS STRAIGHT INTO THE TEAM FOLDERS.
      * A SELLER WITH NO ORDERS AND NO PAYMENTS GETS NO STATEMENT.
      *
      * RUN "CBLPOPFS A" FOR EVERY SELLER OR "CBLPOPFS D" FOR ONLY THE
      * SELLERS WHO STILL OWE MONEY - THE DUNNING NOTICE BEFORE
      * DISTRIBUTION DAY. WITH NO PARAMETER THE CHOICE IS PROMPTED.
      * THE FIGURES ARE TAKEN FROM THE MASTER AS IT STANDS AT RUN
      * TIME; CBLPOPPA'S RECONCILIATION WORKS FROM THE CBLPOPST.DAT
      * TOTALS OF THE LAST CBLKLM04 RUN, SO RUN CBLKLM04 FIRST IF THE
      * TWO ARE TO AGREE. A MISSING FILE STOPS THE RUN WITH
      * COMPLETION CODE 16.
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
           SELECT PRIZE-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZ-STATUS.
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
           SELECT STATEMENT-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPFS.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

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

       FD PRIZE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PZ-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPPRIZE.

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

       FD STATEMENT-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

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
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 WS-PRINTING-SW       PIC X       VALUE 'F'.
               88 WS-PRINTING      VALUE 'T'.
           05 WS-COMMAND-LINE      PIC X(40)   VALUE SPACES.
           05 WS-RUN-PARM          PIC X(8)    VALUE SPACES.
               88 WS-ALL-SELLERS   VALUE 'A'.
               88 WS-DUE-ONLY      VALUE 'D'.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 WS-YMD               PIC 9(8)    VALUE 0.
           05 WS-YMD-PARTS REDEFINES WS-YMD.
               10 WS-YMD-YEAR      PIC 9(4).
               10 WS-YMD-MONTH     PIC 99.
               10 WS-YMD-DAY       PIC 99.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-STMT-CTR           PIC 9(4)    VALUE 0.
           05 C-SKIP-CTR           PIC 9(4)    VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-IDX               PIC 9(4)    VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-RTE-SUB           PIC 99      VALUE 0.
           05 WS-TIER-SUB          PIC 99      VALUE 0.
           05 WS-BEST-SUB          PIC 99      VALUE 0.
           05 WS-BEST-AMT          PIC 9(5)V99 VALUE 0.
           05 WS-RATE              PIC 9V99    VALUE 0.
           05 WS-PRICE             PIC 9(3)V99 VALUE 0.
           05 WS-DEPOSIT           PIC 9(5)V99 VALUE 0.
           05 WS-AMOUNT            PIC 9(5)V99 VALUE 0.
           05 WS-SELLER-TOTAL      PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-SHORT      PIC 9(7)V99 VALUE 0.
           05 WS-SHORT-CASES       PIC 99      VALUE 0.
           05 WS-SHORT-AMT         PIC 9(5)V99 VALUE 0.
           05 WS-SHORT-DISP        PIC X       VALUE SPACES.
           05 WS-SELLER-RETURN     PIC 9(7)V99 VALUE 0.
           05 WS-RET-SUB           PIC 9(4)    VALUE 0.
           05 WS-SELLER-PAID       PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-BOUNCED    PIC 9(7)V99 VALUE 0.
           05 WS-SELLER-FEE        PIC 9(7)V99 VALUE 0.
           05 WS-BALANCE           PIC S9(7)V99 VALUE 0.
           05 WS-ORDER-CTR         PIC 9(4)    VALUE 0.
           05 WS-PICKED-CTR        PIC 9(4)    VALUE 0.
           05 WS-PAYMENT-CTR       PIC 9(4)    VALUE 0.
           05 WS-CASE-CTR          PIC 9(5)    VALUE 0.
           05 WS-ADDR-SW           PIC X       VALUE 'F'.
               88 WS-ADDR-FOUND    VALUE 'T'.
           05 WS-CB-ADDRESS        PIC X(15)   VALUE SPACES.
           05 WS-CB-CITY           PIC X(10)   VALUE SPACES.
           05 WS-CB-STATE          PIC XX      VALUE SPACES.
           05 WS-CB-ZIP            PIC X(9)    VALUE SPACES.
           05 SEL-SWAP             PIC X(81)   VALUE SPACES.
       01 SELLER-TABLE.
           05 SELLER-COUNT          PIC 9(4)    VALUE 0.
           05 SELLER-ENTRY OCCURS 1000 TIMES.
               10 SEL-SORT-KEY.
                   15 SEL-TEAM      PIC X.
                   15 SEL-NO        PIC 9(4).
               10 SEL-LNAME         PIC X(15).
               10 SEL-FNAME         PIC X(15).
               10 SEL-PHONE         PIC X(10).
               10 SEL-ADDRESS       PIC X(15).
               10 SEL-CITY          PIC X(10).
               10 SEL-STATE         PIC XX.
               10 SEL-ZIP           PIC X(9).
       01 PAYMENT-TABLE.
           05 PAY-COUNT             PIC 9(4)    VALUE 0.
           05 PAY-ENTRY OCCURS 3000 TIMES.
               10 PAY-SELLER-NO     PIC 9(4).
               10 PAY-DATE          PIC 9(8).
               10 PAY-AMOUNT        PIC 9(5)V99.
               10 PAY-RECEIPT       PIC X(8).
               10 PAY-TENDER        PIC X.
               10 PAY-CHECK-NO      PIC X(8).
       01 RETURN-TABLE.
           05 RET-COUNT             PIC 9(4)    VALUE 0.
           05 RET-ENTRY OCCURS 1000 TIMES.
               10 RET-ORDER-ID      PIC 9(6).
               10 RET-DATE          PIC 9(8).
               10 RET-CASES         PIC 99.
               10 RET-REASON        PIC X.
               10 RET-DISP          PIC X.
               10 RET-AMOUNT        PIC 9(5)V99.
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
           05 FILLER               PIC X(58)   VALUE SPACES.
           05 FILLER               PIC X(16)
                   VALUE 'SELLER STATEMENT'.
           05 FILLER               PIC X(58)   VALUE SPACES.
       01 SELLER-LINE.
           05 FILLER               PIC X(8)    VALUE 'SELLER: '.
           05 O-SELLER-NO          PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-FNAME              PIC X(15).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-LNAME              PIC X(15).
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'TEAM: '.
           05 O-TEAM               PIC X.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 O-CONTINUED          PIC X(11)   VALUE SPACES.
       01 ADDRESS-LINE.
           05 FILLER               PIC X(9)    VALUE 'ADDRESS: '.
           05 O-ADDRESS            PIC X(15).
       01 CITY-LINE.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-CITY               PIC X(10).
           05 FILLER               PIC X       VALUE SPACES.
           05 O-STATE              PIC XX.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-ZIP                PIC X(9).
       01 ORDER-TITLE.
           05 FILLER               PIC X(7)    VALUE 'ORDERS:'.
       01 ORDER-COL-HEADINGS.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'ORDER#'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'ORDER DATE'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(16)   VALUE 'PRODUCT'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'CASES'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'CASE PRICE'.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'DEPOSIT'.
           05 FILLER               PIC X(8)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'PICKED UP'.
       01 ORDER-DETAIL-LINE.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-ORDER-ID           PIC 9(6).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-ORDER-DATE.
               10 O-ORD-MONTH      PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-ORD-DAY        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-ORD-YEAR       PIC 9999.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PROD-NAME          PIC X(16).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-CASES              PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-PRICE              PIC $$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DEPOSIT            PIC $$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-AMOUNT             PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-PICKED-UP          PIC X(3).
       01 ORDER-TOTAL-LINE.
           05 FILLER               PIC X(30)   VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'TOTAL:   '.
           05 O-TOT-CASES          PIC ZZZZ9.
           05 FILLER               PIC X(27)   VALUE SPACES.
           05 O-TOT-AMOUNT         PIC $$,$$$,$$9.99.
       01 SHORT-ORDER-LINE.
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 O-SH-CASES           PIC Z9.
           05 FILLER               PIC X(31)
                   VALUE ' CASE(S) SHORT ON THE DELIVERY '.
           05 O-SH-DISP            PIC X(40).
           05 O-SH-AMOUNT          PIC $$,$$9.99.
       01 RETURN-ORDER-LINE.
           05 FILLER               PIC X(11)   VALUE SPACES.
           05 O-RT-CASES           PIC Z9.
           05 FILLER               PIC X(18)
                   VALUE ' CASE(S) RETURNED '.
           05 O-RT-DATE.
               10 O-RT-MONTH       PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-RT-DAY         PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-RT-YEAR        PIC 9999.
           05 FILLER               PIC XXX     VALUE ' - '.
           05 O-RT-REASON          PIC X(13).
           05 O-RT-DISP            PIC X(27).
           05 O-RT-AMOUNT          PIC $$,$$9.99.
       01 SHORT-TOTAL-LINE.
           05 FILLER               PIC X(30)   VALUE SPACES.
           05 FILLER               PIC X(41)
                   VALUE 'LESS SHORTED CASES NOT BILLED:'.
           05 O-SHORT-TOT          PIC $$,$$$,$$9.99.
       01 RETURN-TOTAL-LINE.
           05 FILLER               PIC X(30)   VALUE SPACES.
           05 FILLER               PIC X(41)
                   VALUE 'LESS RETURNED CASES CREDITED:'.
           05 O-RETURN-TOT         PIC $$,$$$,$$9.99.
       01 DUE-TOTAL-LINE.
           05 FILLER               PIC X(30)   VALUE SPACES.
           05 FILLER               PIC X(41)
                   VALUE 'AMOUNT DUE FOR CASES DELIVERED:'.
           05 O-DUE-TOT            PIC $$,$$$,$$9.99.
       01 NO-ORDERS-LINE.
           05 FILLER               PIC X(21)
                   VALUE '   NO ORDERS ON FILE.'.
       01 PAYMENT-TITLE.
           05 FILLER               PIC X(18)
                   VALUE 'PAYMENTS RECEIVED:'.
       01 PAYMENT-COL-HEADINGS.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'PAID ON   '.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'RECEIPT#'.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'AMOUNT'.
       01 PAYMENT-DETAIL-LINE.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-PAY-DATE.
               10 O-PAY-MONTH      PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-PAY-DAY        PIC 99.
               10 FILLER           PIC X       VALUE '/'.
               10 O-PAY-YEAR       PIC 9999.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PAY-RECEIPT        PIC X(8).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PAY-AMOUNT         PIC $$,$$$,$$9.99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PAY-NOTE           PIC X(30).
       01 PAYMENT-TOTAL-LINE.
           05 FILLER               PIC X(13)   VALUE SPACES.
           05 FILLER               PIC X(10)   VALUE 'TOTAL:    '.
           05 O-TOT-PAID           PIC $$,$$$,$$9.99.
       01 FEE-TOTAL-LINE.
           05 FILLER               PIC X(3)    VALUE SPACES.
           05 FILLER               PIC X(20)
                   VALUE 'BANK FEES CHARGED:  '.
           05 O-TOT-FEE            PIC $$,$$$,$$9.99.
       01 NO-PAYMENTS-LINE.
           05 FILLER               PIC X(24)
                   VALUE '   NO PAYMENTS RECEIVED.'.
       01 BALANCE-LINE.
           05 O-BAL-LABEL          PIC X(23).
           05 O-BAL-AMOUNT         PIC $$,$$$,$$9.99.
       01 DUNNING-LINE.
           05 FILLER               PIC X(38)
                   VALUE 'PLEASE TURN IN THE BALANCE DUE BEFORE '.
           05 FILLER               PIC X(33)
                   VALUE 'DISTRIBUTION DAY - CASES ARE NOT '.
           05 FILLER               PIC X(33)
                   VALUE 'RELEASED UNTIL THE ORDER IS PAID.'.
       01 PICKUP-LINE.
           05 FILLER               PIC X(15)   VALUE 'CASES PICKED UP'.
           05 FILLER               PIC X(8)    VALUE ':       '.
           05 O-PICKUP             PIC X(30).
       01 PICKUP-PARTIAL.
           05 O-PU-DONE            PIC ZZZ9.
           05 FILLER               PIC X(4)    VALUE ' OF '.
           05 O-PU-ORDERS          PIC ZZZ9.
           05 FILLER               PIC X(17)
                   VALUE ' ORDERS PICKED UP'.
       01 PRIZE-LINE.
           05 FILLER               PIC X(23)   VALUE 'PRIZE EARNED:'.
           05 O-PRIZE              PIC X(20).
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-SORT-SELLERS.
           PERFORM L3-ONE-SELLER
               VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SELLER-COUNT.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-PARM
           END-UNSTRING.
           IF WS-RUN-PARM = SPACES
               DISPLAY 'STATEMENTS FOR A - ALL SELLERS, D - BALANCE '
                   'DUE ONLY: ' WITH NO ADVANCING
               ACCEPT WS-RUN-PARM
               MOVE FUNCTION UPPER-CASE(WS-RUN-PARM) TO WS-RUN-PARM
           END-IF.
           IF NOT WS-ALL-SELLERS AND NOT WS-DUE-ONLY
               DISPLAY 'UNKNOWN RUN PARAMETER: ' WS-RUN-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-SELLERS.
           PERFORM L2-LOAD-PRICING.
           PERFORM L2-LOAD-TIERS.
           PERFORM L2-LOAD-PAYMENTS.
           PERFORM L2-LOAD-RETURNS.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               MOVE 'T' TO WS-ALLOC-SW
           END-IF.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-PRTOUT.

       L2-LOAD-SELLERS.
           MOVE 0 TO SELLER-COUNT.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WS-SM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPSM.DAT, STATUS: '
                   WS-SM-STATUS
               DISPLAY 'RUN CBLPOPSX TO BUILD THE SELLER MASTER.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ SELLER-MASTER-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       PERFORM L3-LOAD-ONE-SELLER
               END-READ
           END-PERFORM.
           CLOSE SELLER-MASTER-FILE.

       L3-LOAD-ONE-SELLER.
           IF SELLER-COUNT < 1000
               ADD 1 TO SELLER-COUNT
               MOVE SM-TEAM TO SEL-TEAM (SELLER-COUNT)
               MOVE SM-SELLER-NO TO SEL-NO (SELLER-COUNT)
               MOVE SM-LNAME TO SEL-LNAME (SELLER-COUNT)
               MOVE SM-FNAME TO SEL-FNAME (SELLER-COUNT)
               MOVE SM-PHONE TO SEL-PHONE (SELLER-COUNT)
               MOVE SM-ADDRESS TO SEL-ADDRESS (SELLER-COUNT)
               MOVE SM-CITY TO SEL-CITY (SELLER-COUNT)
               MOVE SM-STATE TO SEL-STATE (SELLER-COUNT)
               MOVE SM-ZIP TO SEL-ZIP (SELLER-COUNT)
           END-IF.

       L2-LOAD-PRICING.
      * PRICES, NAMES, DEPOSIT CLASSES AND STATE RATES, AS CBLKLM04
      * LOADS THEM.
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

       L2-LOAD-TIERS.
      * NO PRIZE MASTER IS NOT FATAL - EVERY STATEMENT THEN SAYS NO
      * PRIZE LEVEL MET.
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
           ELSE
               DISPLAY 'NO CBLPOPPZ.DAT - STATEMENTS SHOW NO PRIZES.'
           END-IF.

       L2-LOAD-PAYMENTS.
      * NO PAYMENTS FILE YET SIMPLY MEANS NOTHING HAS BEEN TURNED IN.
           MOVE 0 TO PAY-COUNT.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PM-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L3-LOAD-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       L3-LOAD-ONE-PAYMENT.
           IF PAY-COUNT < 3000
               ADD 1 TO PAY-COUNT
               MOVE PM-SELLER-NO TO PAY-SELLER-NO (PAY-COUNT)
               MOVE PM-DATE TO PAY-DATE (PAY-COUNT)
               MOVE PM-AMOUNT TO PAY-AMOUNT (PAY-COUNT)
               MOVE PM-RECEIPT TO PAY-RECEIPT (PAY-COUNT)
               MOVE PM-TENDER TO PAY-TENDER (PAY-COUNT)
               MOVE PM-CHECK-NO TO PAY-CHECK-NO (PAY-COUNT)
           ELSE
               DISPLAY 'PAYMENT TABLE FULL - RECEIPT ' PM-RECEIPT
                   ' NOT ON THE STATEMENTS.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       L2-LOAD-RETURNS.
      * NO RETURNS FILE SIMPLY MEANS NOTHING HAS COME BACK.
           MOVE 0 TO RET-COUNT.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L3-LOAD-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       L3-LOAD-ONE-RETURN.
           IF RET-COUNT < 1000
               ADD 1 TO RET-COUNT
               MOVE RT-ORDER-ID TO RET-ORDER-ID (RET-COUNT)
               MOVE RT-DATE TO RET-DATE (RET-COUNT)
               MOVE RT-CASES TO RET-CASES (RET-COUNT)
               MOVE RT-REASON TO RET-REASON (RET-COUNT)
               MOVE RT-DISPOSITION TO RET-DISP (RET-COUNT)
               MOVE RT-CREDIT-AMT TO RET-AMOUNT (RET-COUNT)
           ELSE
               DISPLAY 'RETURN TABLE FULL - RETURN ON ORDER '
                   RT-ORDER-ID ' NOT ON THE STATEMENTS.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       L2-SORT-SELLERS.
      * TEAM THEN SELLER NUMBER, AS THE PICK TICKETS COME OUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= SELLER-COUNT
               PERFORM VARYING WS-IDX FROM WS-SUB BY 1
                       UNTIL WS-IDX > SELLER-COUNT
                   IF SEL-SORT-KEY (WS-IDX) < SEL-SORT-KEY (WS-SUB)
                       MOVE SELLER-ENTRY (WS-SUB) TO SEL-SWAP
                       MOVE SELLER-ENTRY (WS-IDX)
                           TO SELLER-ENTRY (WS-SUB)
                       MOVE SEL-SWAP TO SELLER-ENTRY (WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       L3-ONE-SELLER.
      * A FIRST PASS OVER THE SELLER'S ORDERS AND PAYMENTS FIGURES
      * THE BALANCE SO A PAID-UP SELLER CAN BE SKIPPED ON A "D" RUN
      * BEFORE ANYTHING IS PRINTED; THE SECOND PASS PRINTS.
           MOVE 'F' TO WS-PRINTING-SW.
           PERFORM L4-FIGURE-SELLER.
           EVALUATE TRUE
               WHEN WS-ORDER-CTR = 0 AND WS-PAYMENT-CTR = 0
                   ADD 1 TO C-SKIP-CTR
               WHEN WS-DUE-ONLY AND WS-BALANCE NOT > 0
                   ADD 1 TO C-SKIP-CTR
               WHEN OTHER
                   MOVE 'T' TO WS-PRINTING-SW
                   PERFORM L4-PRINT-STATEMENT
           END-EVALUATE.

       L4-FIGURE-SELLER.
           PERFORM L5-SCAN-ORDERS.
           PERFORM L5-SCAN-PAYMENTS.
           COMPUTE WS-BALANCE = WS-SELLER-TOTAL - WS-SELLER-SHORT
               - WS-SELLER-RETURN - WS-SELLER-PAID
               + WS-SELLER-BOUNCED + WS-SELLER-FEE.

       L4-PRINT-STATEMENT.
           ADD 1 TO C-STMT-CTR.
           MOVE 0 TO C-PCTR.
           MOVE SPACES TO O-CONTINUED.
           PERFORM L5-STATEMENT-HEADINGS.
           PERFORM L5-PRINT-ADDRESS.
           MOVE BLANK-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           MOVE ORDER-TITLE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           IF WS-ORDER-CTR = 0
               MOVE NO-ORDERS-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
           ELSE
               MOVE ORDER-COL-HEADINGS TO PRTLINE
               PERFORM L6-WRITE-LINE
               PERFORM L5-SCAN-ORDERS
               MOVE WS-CASE-CTR TO O-TOT-CASES
               MOVE WS-SELLER-TOTAL TO O-TOT-AMOUNT
               MOVE ORDER-TOTAL-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
               IF WS-SELLER-SHORT > 0
                   MOVE WS-SELLER-SHORT TO O-SHORT-TOT
                   MOVE SHORT-TOTAL-LINE TO PRTLINE
                   PERFORM L6-WRITE-LINE
               END-IF
               IF WS-SELLER-RETURN > 0
                   MOVE WS-SELLER-RETURN TO O-RETURN-TOT
                   MOVE RETURN-TOTAL-LINE TO PRTLINE
                   PERFORM L6-WRITE-LINE
               END-IF
               IF WS-SELLER-SHORT > 0 OR WS-SELLER-RETURN > 0
                   COMPUTE O-DUE-TOT = WS-SELLER-TOTAL
                       - WS-SELLER-SHORT - WS-SELLER-RETURN
                   MOVE DUE-TOTAL-LINE TO PRTLINE
                   PERFORM L6-WRITE-LINE
               END-IF
           END-IF.
           MOVE BLANK-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           MOVE PAYMENT-TITLE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           IF WS-PAYMENT-CTR = 0
               MOVE NO-PAYMENTS-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
           ELSE
               MOVE PAYMENT-COL-HEADINGS TO PRTLINE
               PERFORM L6-WRITE-LINE
               PERFORM L5-SCAN-PAYMENTS
               COMPUTE O-TOT-PAID = WS-SELLER-PAID
                   - WS-SELLER-BOUNCED
               MOVE PAYMENT-TOTAL-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
               IF WS-SELLER-FEE > 0
                   MOVE WS-SELLER-FEE TO O-TOT-FEE
                   MOVE FEE-TOTAL-LINE TO PRTLINE
                   PERFORM L6-WRITE-LINE
               END-IF
           END-IF.
           MOVE BLANK-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           PERFORM L5-PRINT-SUMMARY.

       L5-STATEMENT-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO H1-PAGE.
           WRITE PRTLINE FROM HEADINGS1
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADINGS2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM HEADINGS3
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE SEL-NO (WS-SUB) TO O-SELLER-NO.
           MOVE SEL-FNAME (WS-SUB) TO O-FNAME.
           MOVE SEL-LNAME (WS-SUB) TO O-LNAME.
           MOVE SEL-TEAM (WS-SUB) TO O-TEAM.
           WRITE PRTLINE FROM SELLER-LINE.

       L5-PRINT-ADDRESS.
      * THE SELLER MASTER ADDRESS WHEN THERE IS ONE, ELSE THE ONE ON
      * THE SELLER'S FIRST ORDER (PICKED UP BY THE FIGURING PASS).
           IF SEL-ADDRESS (WS-SUB) NOT = SPACES
               MOVE SEL-ADDRESS (WS-SUB) TO O-ADDRESS
               MOVE SEL-CITY (WS-SUB) TO O-CITY
               MOVE SEL-STATE (WS-SUB) TO O-STATE
               MOVE SEL-ZIP (WS-SUB) TO O-ZIP
           ELSE
               MOVE WS-CB-ADDRESS TO O-ADDRESS
               MOVE WS-CB-CITY TO O-CITY
               MOVE WS-CB-STATE TO O-STATE
               MOVE WS-CB-ZIP TO O-ZIP
           END-IF.
           MOVE ADDRESS-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           MOVE CITY-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.

       L5-SCAN-ORDERS.
           MOVE 0 TO WS-SELLER-TOTAL.
           MOVE 0 TO WS-SELLER-SHORT.
           MOVE 0 TO WS-SELLER-RETURN.
           MOVE 0 TO WS-ORDER-CTR.
           MOVE 0 TO WS-PICKED-CTR.
           MOVE 0 TO WS-CASE-CTR.
           MOVE 'F' TO WS-ADDR-SW.
           MOVE SPACES TO WS-CB-ADDRESS.
           MOVE SPACES TO WS-CB-CITY.
           MOVE SPACES TO WS-CB-STATE.
           MOVE SPACES TO WS-CB-ZIP.
           MOVE SEL-NO (WS-SUB) TO P-SELLER-NO.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           START POP-MASTER-IDX KEY IS EQUAL TO P-SELLER-NO
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM L6-READ-ONE-ORDER
               UNTIL WS-SCAN-DONE.

       L6-READ-ONE-ORDER.
           READ POP-MASTER-IDX NEXT RECORD
               AT END
                   MOVE 'T' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF P-SELLER-NO = SEL-NO (WS-SUB)
                       PERFORM L6-ADD-ONE-ORDER
                   ELSE
                       MOVE 'T' TO WS-SCAN-DONE-SW
                   END-IF
           END-READ.

       L6-ADD-ONE-ORDER.
           ADD 1 TO WS-ORDER-CTR.
           IF NOT WS-ADDR-FOUND
               MOVE 'T' TO WS-ADDR-SW
               MOVE P-ADDRESS TO WS-CB-ADDRESS
               MOVE P-CITY TO WS-CB-CITY
               MOVE P-STATE TO WS-CB-STATE
               MOVE P-ZIP TO WS-CB-ZIP
           END-IF.
           PERFORM L6-PRICE-ORDER.
           ADD WS-AMOUNT TO WS-SELLER-TOTAL.
           PERFORM L6-FIND-ALLOCATION.
           ADD WS-SHORT-AMT TO WS-SELLER-SHORT.
           ADD P-CASES TO WS-CASE-CTR.
           IF ORDER-PICKED-UP
               ADD 1 TO WS-PICKED-CTR
           END-IF.
           IF WS-PRINTING
               PERFORM L6-PRINT-ORDER-LINE
           END-IF.
           PERFORM L6-CHECK-ONE-RETURN
               VARYING WS-RET-SUB FROM 1 BY 1
                   UNTIL WS-RET-SUB > RET-COUNT.

       L6-PRICE-ORDER.
      * CASE PRICE TIMES CASES, PLUS THE STATE'S PER-CAN DEPOSIT ON
      * 24 CANS A CASE FOR DEPOSIT-CLASS PRODUCTS - THE CBLKLM04
      * L2-CALCS RULE.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > PROD-COUNT
               IF PROD-CODE (WS-IDX) = P-POP-TYPE
                   MOVE WS-IDX TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-RATE.
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                   UNTIL WS-RTE-SUB > RATE-COUNT
               IF RATE-STATE (WS-RTE-SUB) = P-STATE
                   MOVE RATE-AMT (WS-RTE-SUB) TO WS-RATE
                   MOVE RATE-COUNT TO WS-RTE-SUB
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PRICE.
           MOVE 0 TO WS-DEPOSIT.
           IF WS-PRD-SUB > 0
               MOVE PROD-PRICE (WS-PRD-SUB) TO WS-PRICE
               IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
                   COMPUTE WS-DEPOSIT = WS-RATE * 24 * P-CASES
               END-IF
           END-IF.
           COMPUTE WS-AMOUNT = WS-PRICE * P-CASES + WS-DEPOSIT.

       L6-FIND-ALLOCATION.
      * THE SHORTED CASES AND THEIR VALUE AS CBLPOPAL RECORDED THEM -
      * THE SAME FIGURE CBLPOPPA CREDITS. AN ALLOCATION THAT NO
      * LONGER MATCHES THE ORDER (CHANGED SINCE CBLPOPAL RAN) IS
      * IGNORED AND THE ORDER IS BILLED IN FULL.
           MOVE 0 TO WS-SHORT-CASES.
           MOVE 0 TO WS-SHORT-AMT.
           MOVE SPACES TO WS-SHORT-DISP.
           IF WS-ALLOC-ON-FILE
               MOVE P-ORDER-ID TO AL-ORDER-ID
               READ ALLOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-POP-TYPE = P-POP-TYPE
                               AND AL-ORDERED = P-CASES
                           MOVE AL-SHORT TO WS-SHORT-CASES
                           MOVE AL-SHORT-AMT TO WS-SHORT-AMT
                           MOVE AL-DISPOSITION TO WS-SHORT-DISP
                       END-IF
               END-READ
           END-IF.

       L6-PRINT-ORDER-LINE.
           MOVE P-ORDER-ID TO O-ORDER-ID.
           MOVE P-ORDER-DATE TO WS-YMD.
           MOVE WS-YMD-MONTH TO O-ORD-MONTH.
           MOVE WS-YMD-DAY TO O-ORD-DAY.
           MOVE WS-YMD-YEAR TO O-ORD-YEAR.
           IF WS-PRD-SUB > 0
               MOVE PROD-NAME (WS-PRD-SUB) TO O-PROD-NAME
           ELSE
               MOVE 'UNKNOWN PRODUCT' TO O-PROD-NAME
           END-IF.
           MOVE P-CASES TO O-CASES.
           MOVE WS-PRICE TO O-PRICE.
           MOVE WS-DEPOSIT TO O-DEPOSIT.
           MOVE WS-AMOUNT TO O-AMOUNT.
           IF ORDER-PICKED-UP
               MOVE 'YES' TO O-PICKED-UP
           ELSE
               MOVE 'NO' TO O-PICKED-UP
           END-IF.
           MOVE ORDER-DETAIL-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           IF WS-SHORT-CASES > 0
               MOVE WS-SHORT-CASES TO O-SH-CASES
               IF WS-SHORT-DISP = 'B'
                   MOVE '- BACKORDERED, BILLED WHEN DELIVERED'
                       TO O-SH-DISP
               ELSE
                   MOVE '- CREDITED OFF THIS ORDER' TO O-SH-DISP
               END-IF
               MOVE WS-SHORT-AMT TO O-SH-AMOUNT
               MOVE SHORT-ORDER-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
           END-IF.

       L6-CHECK-ONE-RETURN.
      * EVERY RETURN AGAINST THE ORDER IS LISTED UNDER IT; ONLY A
      * CREDITED ONE CARRIES AN AMOUNT OFF THE BALANCE.
           IF RET-ORDER-ID (WS-RET-SUB) = P-ORDER-ID
               IF RET-DISP (WS-RET-SUB) = 'C'
                   ADD RET-AMOUNT (WS-RET-SUB) TO WS-SELLER-RETURN
               END-IF
               IF WS-PRINTING
                   PERFORM L6-PRINT-RETURN-LINE
               END-IF
           END-IF.

       L6-PRINT-RETURN-LINE.
           MOVE RET-CASES (WS-RET-SUB) TO O-RT-CASES.
           MOVE RET-DATE (WS-RET-SUB) TO WS-YMD.
           MOVE WS-YMD-MONTH TO O-RT-MONTH.
           MOVE WS-YMD-DAY TO O-RT-DAY.
           MOVE WS-YMD-YEAR TO O-RT-YEAR.
           EVALUATE RET-REASON (WS-RET-SUB)
               WHEN 'D'
                   MOVE 'DAMAGED' TO O-RT-REASON
               WHEN 'W'
                   MOVE 'WRONG FLAVOR' TO O-RT-REASON
               WHEN OTHER
                   MOVE 'UNWANTED' TO O-RT-REASON
           END-EVALUATE.
           MOVE RET-AMOUNT (WS-RET-SUB) TO O-RT-AMOUNT.
           IF RET-DISP (WS-RET-SUB) = 'C'
               MOVE '- CREDITED OFF THIS ORDER' TO O-RT-DISP
               MOVE RETURN-ORDER-LINE TO PRTLINE
           ELSE
               MOVE '- REPLACED' TO O-RT-DISP
               MOVE RETURN-ORDER-LINE TO PRTLINE
               MOVE SPACES TO PRTLINE (85:9)
           END-IF.
           PERFORM L6-WRITE-LINE.

       L5-SCAN-PAYMENTS.
           MOVE 0 TO WS-SELLER-PAID.
           MOVE 0 TO WS-SELLER-BOUNCED.
           MOVE 0 TO WS-SELLER-FEE.
           MOVE 0 TO WS-PAYMENT-CTR.
           PERFORM L6-CHECK-ONE-PAYMENT
               VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > PAY-COUNT.

       L6-CHECK-ONE-PAYMENT.
           IF PAY-SELLER-NO (WS-IDX) = SEL-NO (WS-SUB)
               ADD 1 TO WS-PAYMENT-CTR
               EVALUATE PAY-TENDER (WS-IDX)
                   WHEN 'R'
                       ADD PAY-AMOUNT (WS-IDX) TO WS-SELLER-BOUNCED
                   WHEN 'F'
                       ADD PAY-AMOUNT (WS-IDX) TO WS-SELLER-FEE
                   WHEN OTHER
                       ADD PAY-AMOUNT (WS-IDX) TO WS-SELLER-PAID
               END-EVALUATE
               IF WS-PRINTING
                   MOVE PAY-DATE (WS-IDX) TO WS-YMD
                   MOVE WS-YMD-MONTH TO O-PAY-MONTH
                   MOVE WS-YMD-DAY TO O-PAY-DAY
                   MOVE WS-YMD-YEAR TO O-PAY-YEAR
                   MOVE PAY-RECEIPT (WS-IDX) TO O-PAY-RECEIPT
                   MOVE PAY-AMOUNT (WS-IDX) TO O-PAY-AMOUNT
                   MOVE SPACES TO O-PAY-NOTE
                   EVALUATE PAY-TENDER (WS-IDX)
                       WHEN 'C'
                           MOVE 'CASH' TO O-PAY-NOTE
                       WHEN 'K'
                           STRING 'CHECK ' PAY-CHECK-NO (WS-IDX)
                               DELIMITED BY SIZE INTO O-PAY-NOTE
                           END-STRING
                       WHEN 'R'
                           STRING 'CHECK ' PAY-CHECK-NO (WS-IDX)
                               ' RETURNED - REVERSED'
                               DELIMITED BY SIZE INTO O-PAY-NOTE
                           END-STRING
                       WHEN 'F'
                           MOVE 'RETURNED CHECK BANK FEE'
                               TO O-PAY-NOTE
                   END-EVALUATE
                   MOVE PAYMENT-DETAIL-LINE TO PRTLINE
                   PERFORM L6-WRITE-LINE
               END-IF
           END-IF.

       L5-PRINT-SUMMARY.
           EVALUATE TRUE
               WHEN WS-BALANCE > 0
                   MOVE 'BALANCE DUE:' TO O-BAL-LABEL
                   MOVE WS-BALANCE TO O-BAL-AMOUNT
               WHEN WS-BALANCE < 0
                   MOVE 'CREDIT DUE TO YOU:' TO O-BAL-LABEL
                   MOVE WS-BALANCE TO O-BAL-AMOUNT
               WHEN OTHER
                   MOVE 'PAID IN FULL' TO O-BAL-LABEL
                   MOVE 0 TO O-BAL-AMOUNT
           END-EVALUATE.
           MOVE BALANCE-LINE TO PRTLINE.
           IF WS-BALANCE = 0
               MOVE SPACES TO PRTLINE (24:13)
           END-IF.
           PERFORM L6-WRITE-LINE.
           EVALUATE TRUE
               WHEN WS-ORDER-CTR = 0
                   MOVE 'NO ORDERS' TO O-PICKUP
               WHEN WS-PICKED-CTR = WS-ORDER-CTR
                   MOVE 'YES' TO O-PICKUP
               WHEN WS-PICKED-CTR = 0
                   MOVE 'NOT YET' TO O-PICKUP
               WHEN OTHER
                   MOVE WS-PICKED-CTR TO O-PU-DONE
                   MOVE WS-ORDER-CTR TO O-PU-ORDERS
                   MOVE PICKUP-PARTIAL TO O-PICKUP
           END-EVALUATE.
           MOVE PICKUP-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           PERFORM L6-FIND-PRIZE.
           IF WS-BEST-SUB > 0
               MOVE TIER-DESC (WS-BEST-SUB) TO O-PRIZE
           ELSE
               MOVE 'NO PRIZE LEVEL MET' TO O-PRIZE
           END-IF.
           MOVE PRIZE-LINE TO PRTLINE.
           PERFORM L6-WRITE-LINE.
           IF WS-BALANCE > 0
               MOVE BLANK-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
               MOVE DUNNING-LINE TO PRTLINE
               PERFORM L6-WRITE-LINE
           END-IF.

       L6-FIND-PRIZE.
      * THE HIGHEST THRESHOLD THE SALES REACH, AS IN CBLPOPZR.
           MOVE 0 TO WS-BEST-SUB.
           MOVE 0 TO WS-BEST-AMT.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > TIER-COUNT
               IF WS-SELLER-TOTAL >= TIER-THRESHOLD (WS-TIER-SUB)
                       AND TIER-THRESHOLD (WS-TIER-SUB)
                           >= WS-BEST-AMT
                   MOVE WS-TIER-SUB TO WS-BEST-SUB
                   MOVE TIER-THRESHOLD (WS-TIER-SUB)
                       TO WS-BEST-AMT
               END-IF
           END-PERFORM.

       L6-WRITE-LINE.
      * A SELLER WITH MORE ORDERS OR PAYMENTS THAN FIT ON ONE PAGE
      * RUNS ONTO A SECOND, MARKED CONTINUED UNDER THE SAME NAME.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       MOVE '(CONTINUED)' TO O-CONTINUED
                       PERFORM L5-STATEMENT-HEADINGS
                       WRITE PRTLINE FROM BLANK-LINE
           END-WRITE.

       L2-CLOSING.
           CLOSE POP-MASTER-IDX.
           IF WS-ALLOC-ON-FILE
               CLOSE ALLOCATION-FILE
           END-IF.
           CLOSE STATEMENT-PRTOUT.
           DISPLAY C-STMT-CTR ' STATEMENT(S) WRITTEN TO CBLPOPFS.PRT'.
           DISPLAY C-SKIP-CTR ' SELLER(S) SKIPPED.'.
           STOP RUN.

       end program CBLPOPFS.
