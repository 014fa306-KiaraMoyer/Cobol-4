       identification division.
       program-id. CBLPOPIC.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * CROSS-FILE INTEGRITY CHECK. READS THE SELLER MASTER
      * (CBLPOPSM.DAT), TEAM MASTER (CBLPOPTM.DAT), PRODUCT/PRICING
      * MASTER (CBLPOPPR.DAT), ORDER MASTER (CBLPOPIX.DAT), PAYMENTS
      * (CBLPOPPM.DAT) AND PRIZE TIERS (CBLPOPPZ.DAT) TOGETHER AND
      * PRINTS EVERY ORPHAN AND MISMATCH, WITH THE RECORD KEYS, TO
      * THE CBLPOPIC.PRT EXCEPTIONS REPORT:
      *   - DUPLICATE KEYS ON A MASTER (SELLER NUMBER, TEAM CODE,
      *     PRODUCT CODE, STATE RATE, PRIZE THRESHOLD, RECEIPT)
      *   - ORDERS FOR A SELLER NOT ON THE SELLER MASTER, OR WHOSE
      *     TEAM DIFFERS FROM THE SELLER MASTER OR IS NOT A TEAM
      *   - PRODUCTS ORDERED BUT NO LONGER ON THE PRICING MASTER, AND
      *     ORDERS FROM A STATE WITH NO DEPOSIT RATE FOR A DEPOSIT
      *     PRODUCT (CBLKLM04 WOULD PRICE THE DEPOSIT AT ZERO)
      *   - PAYMENTS FOR A SELLER NOT ON THE SELLER MASTER
      *   - SELLERS WITH NO ORDERS, SELLERS ON A TEAM THAT IS NOT ON
      *     THE TEAM MASTER, AND TEAMS WITH NO SELLERS
      * THE REPORT ENDS WITH A COUNT BY CHECK.
      *
      * NOTHING IS CHANGED - THE FIXES ARE MADE IN CBLPOPSX, CBLPOPTX,
      * CBLPOPPX, CBLPOPZX AND CBLPOPMT. THE RUN ENDS WITH COMPLETION
      * CODE 8 WHEN ANY EXCEPTION THAT WOULD MAKE THE TOTALS WRONG IS
      * FOUND, SO CBLPOPJS RUNS IT AS THE GATE AHEAD OF CBLKLM04 AND
      * STOPS THE STREAM THERE. A SELLER WITH NO ORDERS YET OR A TEAM
      * WITH NO SELLERS CHANGES NO TOTAL - WHEN THOSE ARE THE ONLY
      * EXCEPTIONS THE RUN ENDS WITH CODE 4 AND THE STREAM GOES ON.
      * 0 WHEN THE FILES AGREE. A MISSING SELLER, TEAM, PRICING OR ORDER
      * MASTER STOPS THE RUN WITH COMPLETION CODE 16; NO PAYMENTS OR
      * PRIZE TIERS YET IS NOT AN EXCEPTION.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT TEAM-MASTER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPTM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
           SELECT PRICING-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT POP-MASTER-IDX
               ASSIGN TO 'C:\COBOL\CBLPOPIX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT PRIZE-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZ-STATUS.
           SELECT CHECK-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPIC.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY POPSELLR.

       FD TEAM-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC.
           COPY POPTEAM.

       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

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

       FD CHECK-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       working-storage section.
       01 MISC.
           05 WS-SM-STATUS         PIC XX      VALUE '00'.
           05 WS-TM-STATUS         PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-PM-STATUS         PIC XX      VALUE '00'.
           05 WS-PZ-STATUS         PIC XX      VALUE '00'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-EXCEPTION-CTR      PIC 9(5)    VALUE 0.
           05 C-SM-READ            PIC 9(5)    VALUE 0.
           05 C-TM-READ            PIC 9(5)    VALUE 0.
           05 C-PR-READ            PIC 9(5)    VALUE 0.
           05 C-IX-READ            PIC 9(5)    VALUE 0.
           05 C-PM-READ            PIC 9(5)    VALUE 0.
           05 C-PZ-READ            PIC 9(5)    VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-IDX               PIC 9(4)    VALUE 0.
           05 WS-SEL-SUB           PIC 9(4)    VALUE 0.
           05 WS-TM-SUB            PIC 99      VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-CHK               PIC 99      VALUE 0.
           05 WS-FIND-TEAM         PIC X       VALUE SPACE.
           05 WS-FIND-SELLER       PIC 9(4)    VALUE 0.
           05 WS-FIND-CODE         PIC 99      VALUE 0.
           05 WS-FIND-STATE        PIC XX      VALUE SPACES.
           05 WS-NOTICE-CTR        PIC 9(5)    VALUE 0.
           05 WS-EX-KEYS           PIC X(36)   VALUE SPACES.
           05 WS-EX-DETAIL         PIC X(30)   VALUE SPACES.
           05 WS-AMT-DISP          PIC ZZZZ9.99.
           05 WS-TEAM-FOUND-SW     PIC X       VALUE 'F'.
               88 WS-TEAM-FOUND    VALUE 'T'.
           05 WS-RATE-FOUND-SW     PIC X       VALUE 'F'.
               88 WS-RATE-FOUND    VALUE 'T'.
       01 SELLER-TABLE.
           05 SELLER-COUNT          PIC 9(4)    VALUE 0.
           05 SELLER-ENTRY OCCURS 1000 TIMES.
               10 SEL-NO            PIC 9(4).
               10 SEL-LNAME         PIC X(15).
               10 SEL-FNAME         PIC X(15).
               10 SEL-TEAM          PIC X.
               10 SEL-ORDERS        PIC 9(5).
       01 TEAM-TABLE.
           05 TEAM-COUNT            PIC 99      VALUE 0.
           05 TEAM-ENTRY OCCURS 20 TIMES.
               10 TEAM-CODE         PIC X.
               10 TEAM-SELLERS      PIC 9(4).
       01 PROD-TABLE.
           05 PROD-COUNT            PIC 99      VALUE 0.
           05 PROD-ENTRY OCCURS 50 TIMES.
               10 PROD-CODE         PIC 99.
               10 PROD-DEP-CLASS    PIC X.
       01 RATE-TABLE.
           05 RATE-COUNT            PIC 99      VALUE 0.
           05 RATE-ENTRY OCCURS 10 TIMES.
               10 RATE-STATE        PIC XX.
       01 TIER-TABLE.
           05 TIER-COUNT            PIC 99      VALUE 0.
           05 TIER-ENTRY OCCURS 20 TIMES.
               10 TIER-THRESHOLD    PIC 9(5)V99.
       01 RECEIPT-TABLE.
           05 RCPT-COUNT            PIC 9(4)    VALUE 0.
           05 RCPT-ENTRY OCCURS 3000 TIMES.
               10 RCPT-NO           PIC X(8).
       01 CHECK-TABLE-VALUES.
      * CHECK FILE AND DESCRIPTION, INDEXED BY CHECK NUMBER - THE
      * FILE EACH CHECK IS REPORTED AGAINST AND WHAT WAS FOUND.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPSM.DATDUPLICATE SELLER NUMBER                 '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPSM.DATSELLER''S TEAM NOT ON CBLPOPTM.DAT       '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPSM.DATSELLER HAS NO ORDERS                    '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPTM.DATDUPLICATE TEAM CODE                     '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPTM.DATTEAM HAS NO SELLERS                     '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPPR.DATDUPLICATE PRODUCT CODE                  '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPPR.DATDUPLICATE STATE DEPOSIT RATE            '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPIX.DATORDER FOR SELLER NOT ON CBLPOPSM.DAT    '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPIX.DATORDER TEAM DIFFERS FROM SELLER MASTER   '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPIX.DATORDER TEAM NOT ON CBLPOPTM.DAT          '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPIX.DATPRODUCT NOT ON CBLPOPPR.DAT             '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPIX.DATNO DEPOSIT RATE FOR THE ORDER STATE     '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPPM.DATPAYMENT FOR SELLER NOT ON CBLPOPSM.DAT  '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPPM.DATRECEIPT NUMBER ON MORE THAN ONE PAYMENT '.
           05 FILLER   PIC X(52)   VALUE
               'CBLPOPPZ.DATDUPLICATE PRIZE THRESHOLD               '.
       01 CHECK-TABLE REDEFINES CHECK-TABLE-VALUES.
           05 CHECK-ENTRY OCCURS 15 TIMES.
               10 CHK-FILE          PIC X(12).
               10 CHK-DESC          PIC X(40).
       01 CHECK-COUNTS.
           05 CHK-COUNT OCCURS 15 TIMES PIC 9(5).
       01 CHECK-CONSTANTS.
           05 CHECK-TOTAL           PIC 99      VALUE 15.
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
           05 FILLER               PIC X(50)   VALUE SPACES.
           05 FILLER               PIC X(32)
                   VALUE 'FILE INTEGRITY EXCEPTIONS REPORT'.
           05 FILLER               PIC X(50)   VALUE SPACES.
       01 COL-HEADINGS.
           05 FILLER               PIC X(5)    VALUE 'CHECK'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(4)    VALUE 'FILE'.
           05 FILLER               PIC X(10)   VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'EXCEPTION'.
           05 FILLER               PIC X(33)   VALUE SPACES.
           05 FILLER               PIC X(11)   VALUE 'RECORD KEYS'.
           05 FILLER               PIC X(27)   VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'DETAIL'.
       01 EXCEPTION-LINE.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-EX-CHECK           PIC 99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-EX-FILE            PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-EX-DESC            PIC X(40).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-EX-KEYS            PIC X(36).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-EX-DETAIL          PIC X(30).
       01 READ-TITLE.
           05 FILLER               PIC X(14)   VALUE 'RECORDS READ: '.
       01 READ-LINE.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-RD-FILE            PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-COUNT           PIC ZZZZ9.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RD-NOTE            PIC X(40).
       01 SUMMARY-TITLE.
           05 FILLER               PIC X(21)
                   VALUE 'EXCEPTIONS BY CHECK: '.
       01 SUMMARY-LINE.
           05 FILLER               PIC X       VALUE SPACES.
           05 O-SM-CHECK           PIC 99.
           05 FILLER               PIC X(4)    VALUE SPACES.
           05 O-SM-FILE            PIC X(12).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SM-DESC            PIC X(40).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-SM-COUNT           PIC ZZZZ9.
       01 TOTAL-LINE.
           05 FILLER               PIC X(19)
                   VALUE 'TOTAL EXCEPTIONS:  '.
           05 O-TOT-EXCEPTIONS     PIC ZZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-TOT-VERDICT        PIC X(50).
       01 BLANK-LINE.
           05 FILLER               PIC X(132)  VALUE SPACES.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-CHECK-TEAMS.
           PERFORM L2-CHECK-SELLERS.
           PERFORM L2-CHECK-PRICING.
           PERFORM L2-CHECK-PRIZES.
           PERFORM L2-CHECK-ORDERS.
           PERFORM L2-CHECK-PAYMENTS.
           PERFORM L2-CHECK-ORPHANS.
           PERFORM L2-CLOSING.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CUR-DATE.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           PERFORM VARYING WS-CHK FROM 1 BY 1
                   UNTIL WS-CHK > CHECK-TOTAL
               MOVE 0 TO CHK-COUNT (WS-CHK)
           END-PERFORM.
           OPEN OUTPUT CHECK-PRTOUT.
           PERFORM L4-HEADINGS.

       L2-CHECK-TEAMS.
           MOVE 0 TO TEAM-COUNT.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WS-TM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPTM.DAT, STATUS: '
                   WS-TM-STATUS
               DISPLAY 'RUN CBLPOPTX TO BUILD THE TEAM MASTER.'
               PERFORM L2-ABORT-RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ TEAM-MASTER-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       ADD 1 TO C-TM-READ
                       PERFORM L3-CHECK-ONE-TEAM
               END-READ
           END-PERFORM.
           CLOSE TEAM-MASTER-FILE.

       L3-CHECK-ONE-TEAM.
           MOVE TM-CODE TO WS-FIND-TEAM.
           PERFORM L4-FIND-TEAM.
           IF WS-TEAM-FOUND
               MOVE 4 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'TEAM ' TM-CODE DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE TM-NAME TO WS-EX-DETAIL
               PERFORM L4-EXCEPTION
           ELSE
               IF TEAM-COUNT < 20
                   ADD 1 TO TEAM-COUNT
                   MOVE TM-CODE TO TEAM-CODE (TEAM-COUNT)
                   MOVE 0 TO TEAM-SELLERS (TEAM-COUNT)
               END-IF
           END-IF.

       L2-CHECK-SELLERS.
           MOVE 0 TO SELLER-COUNT.
           OPEN INPUT SELLER-MASTER-FILE.
           IF WS-SM-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPSM.DAT, STATUS: '
                   WS-SM-STATUS
               DISPLAY 'RUN CBLPOPSX TO BUILD THE SELLER MASTER.'
               PERFORM L2-ABORT-RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ SELLER-MASTER-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       ADD 1 TO C-SM-READ
                       PERFORM L3-CHECK-ONE-SELLER
               END-READ
           END-PERFORM.
           CLOSE SELLER-MASTER-FILE.

       L3-CHECK-ONE-SELLER.
           MOVE SM-SELLER-NO TO WS-FIND-SELLER.
           PERFORM L4-FIND-SELLER.
           IF WS-SEL-SUB > 0
               MOVE 1 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'SELLER ' SM-SELLER-NO ' ' SM-LNAME
                   DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               STRING 'FIRST ON FILE AS ' DELIMITED BY SIZE
                   SEL-LNAME (WS-SEL-SUB) DELIMITED BY SPACE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           ELSE
               IF SELLER-COUNT < 1000
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SEL-NO (SELLER-COUNT)
                   MOVE SM-LNAME TO SEL-LNAME (SELLER-COUNT)
                   MOVE SM-FNAME TO SEL-FNAME (SELLER-COUNT)
                   MOVE SM-TEAM TO SEL-TEAM (SELLER-COUNT)
                   MOVE 0 TO SEL-ORDERS (SELLER-COUNT)
               END-IF
           END-IF.
           MOVE SM-TEAM TO WS-FIND-TEAM.
           PERFORM L4-FIND-TEAM.
           IF WS-TEAM-FOUND
               ADD 1 TO TEAM-SELLERS (WS-TM-SUB)
           ELSE
               MOVE 2 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'SELLER ' SM-SELLER-NO ' ' SM-LNAME
                   DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               STRING 'TEAM ' SM-TEAM DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           END-IF.

       L2-CHECK-PRICING.
           MOVE 0 TO PROD-COUNT.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT PRICING-FILE.
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPPR.DAT, STATUS: '
                   WS-PR-STATUS
               DISPLAY 'RUN CBLPOPPX TO BUILD THE PRODUCT/PRICING '
                   'MASTER.'
               PERFORM L2-ABORT-RUN
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ PRICING-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       ADD 1 TO C-PR-READ
                       EVALUATE TRUE
                           WHEN PR-PRODUCT
                               PERFORM L3-CHECK-ONE-PRODUCT
                           WHEN PR-STATE-RATE
                               PERFORM L3-CHECK-ONE-RATE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PRICING-FILE.

       L3-CHECK-ONE-PRODUCT.
           MOVE PR-POP-TYPE TO WS-FIND-CODE.
           PERFORM L4-FIND-PRODUCT.
           IF WS-PRD-SUB > 0
               MOVE 6 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'POP TYPE ' PR-POP-TYPE ' ' PR-NAME
                   DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               PERFORM L4-EXCEPTION
           ELSE
               IF PROD-COUNT < 50
                   ADD 1 TO PROD-COUNT
                   MOVE PR-POP-TYPE TO PROD-CODE (PROD-COUNT)
                   MOVE PR-DEP-CLASS TO PROD-DEP-CLASS (PROD-COUNT)
               END-IF
           END-IF.

       L3-CHECK-ONE-RATE.
           MOVE PR-STATE TO WS-FIND-STATE.
           PERFORM L4-FIND-RATE.
           IF WS-RATE-FOUND
               MOVE 7 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'STATE ' PR-STATE DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               PERFORM L4-EXCEPTION
           ELSE
               IF RATE-COUNT < 10
                   ADD 1 TO RATE-COUNT
                   MOVE PR-STATE TO RATE-STATE (RATE-COUNT)
               END-IF
           END-IF.

       L2-CHECK-PRIZES.
      * NO PRIZE MASTER YET IS NOT AN EXCEPTION - CBLPOPZR SAYS SO
      * ITSELF WHEN IT RUNS.
           MOVE 0 TO TIER-COUNT.
           OPEN INPUT PRIZE-FILE.
           IF WS-PZ-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PRIZE-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           ADD 1 TO C-PZ-READ
                           PERFORM L3-CHECK-ONE-TIER
                   END-READ
               END-PERFORM
               CLOSE PRIZE-FILE
           END-IF.

       L3-CHECK-ONE-TIER.
           MOVE 0 TO WS-IDX.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TIER-COUNT
               IF TIER-THRESHOLD (WS-SUB) = PZ-THRESHOLD
                   MOVE WS-SUB TO WS-IDX
                   MOVE TIER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-IDX > 0
               MOVE 15 TO WS-CHK
               MOVE PZ-THRESHOLD TO WS-AMT-DISP
               MOVE SPACES TO WS-EX-KEYS
               STRING 'THRESHOLD ' WS-AMT-DISP DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE PZ-DESC TO WS-EX-DETAIL
               PERFORM L4-EXCEPTION
           ELSE
               IF TIER-COUNT < 20
                   ADD 1 TO TIER-COUNT
                   MOVE PZ-THRESHOLD TO TIER-THRESHOLD (TIER-COUNT)
               END-IF
           END-IF.

       L2-CHECK-ORDERS.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               PERFORM L2-ABORT-RUN
           END-IF.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           MOVE 0 TO P-ORDER-ID.
           START POP-MASTER-IDX KEY IS NOT LESS THAN P-ORDER-ID
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
           PERFORM L3-READ-ONE-ORDER
               UNTIL WS-SCAN-DONE.
           CLOSE POP-MASTER-IDX.

       L3-READ-ONE-ORDER.
           READ POP-MASTER-IDX NEXT RECORD
               AT END
                   MOVE 'T' TO WS-SCAN-DONE-SW
               NOT AT END
                   ADD 1 TO C-IX-READ
                   PERFORM L4-CHECK-ONE-ORDER
           END-READ.

       L4-CHECK-ONE-ORDER.
           MOVE SPACES TO WS-EX-KEYS.
           STRING 'ORDER ' P-ORDER-ID ' SELLER ' P-SELLER-NO
               DELIMITED BY SIZE
               INTO WS-EX-KEYS
           END-STRING.
           MOVE P-SELLER-NO TO WS-FIND-SELLER.
           MOVE P-POP-TYPE TO WS-FIND-CODE.
           MOVE P-STATE TO WS-FIND-STATE.
           PERFORM L4-FIND-SELLER.
           IF WS-SEL-SUB = 0
               MOVE 8 TO WS-CHK
               MOVE SPACES TO WS-EX-DETAIL
               STRING P-LNAME DELIMITED BY SPACE
                   ', ' DELIMITED BY SIZE
                   P-FNAME DELIMITED BY SPACE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           ELSE
               ADD 1 TO SEL-ORDERS (WS-SEL-SUB)
               IF P-TEAM NOT = SEL-TEAM (WS-SEL-SUB)
                   MOVE 9 TO WS-CHK
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING 'ORDER TEAM ' P-TEAM ', MASTER TEAM '
                       SEL-TEAM (WS-SEL-SUB) DELIMITED BY SIZE
                       INTO WS-EX-DETAIL
                   END-STRING
                   PERFORM L4-EXCEPTION
               END-IF
           END-IF.
           MOVE P-TEAM TO WS-FIND-TEAM.
           PERFORM L4-FIND-TEAM.
           IF NOT WS-TEAM-FOUND
               MOVE 10 TO WS-CHK
               MOVE SPACES TO WS-EX-DETAIL
               STRING 'TEAM ' P-TEAM DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           END-IF.
           PERFORM L4-FIND-PRODUCT.
           IF WS-PRD-SUB = 0
               MOVE 11 TO WS-CHK
               MOVE SPACES TO WS-EX-DETAIL
               STRING 'POP TYPE ' P-POP-TYPE DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           ELSE
               IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
                   PERFORM L4-FIND-RATE
                   IF NOT WS-RATE-FOUND
                       MOVE 12 TO WS-CHK
                       MOVE SPACES TO WS-EX-DETAIL
                       STRING 'STATE ' P-STATE ', POP TYPE '
                           P-POP-TYPE DELIMITED BY SIZE
                           INTO WS-EX-DETAIL
                       END-STRING
                       PERFORM L4-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       L2-CHECK-PAYMENTS.
      * NO PAYMENTS FILE YET IS NOT AN EXCEPTION - NOTHING HAS BEEN
      * POSTED.
           MOVE 0 TO RCPT-COUNT.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PM-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           ADD 1 TO C-PM-READ
                           PERFORM L3-CHECK-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-FILE
           END-IF.

       L3-CHECK-ONE-PAYMENT.
           MOVE SPACES TO WS-EX-KEYS.
           STRING 'SELLER ' PM-SELLER-NO ' RECEIPT ' PM-RECEIPT
               DELIMITED BY SIZE
               INTO WS-EX-KEYS
           END-STRING.
           MOVE PM-SELLER-NO TO WS-FIND-SELLER.
           PERFORM L4-FIND-SELLER.
           IF WS-SEL-SUB = 0
               MOVE 13 TO WS-CHK
               MOVE PM-AMOUNT TO WS-AMT-DISP
               MOVE SPACES TO WS-EX-DETAIL
               STRING PM-LNAME DELIMITED BY SPACE
                   ' ' WS-AMT-DISP DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           END-IF.
      * A BLANK RECEIPT NUMBER IS NOT A DUPLICATE OF ANOTHER BLANK,
      * AND A RETURNED-CHECK OR BANK-FEE RECORD CARRIES THE RECEIPT
      * OF THE CHECK IT REVERSES ON PURPOSE.
           IF PM-RECEIPT NOT = SPACES
                   AND NOT PM-RETURNED-CHECK AND NOT PM-BANK-FEE
               MOVE 0 TO WS-IDX
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > RCPT-COUNT
                   IF RCPT-NO (WS-SUB) = PM-RECEIPT
                       MOVE WS-SUB TO WS-IDX
                       MOVE RCPT-COUNT TO WS-SUB
                   END-IF
               END-PERFORM
               IF WS-IDX > 0
                   MOVE 14 TO WS-CHK
                   MOVE PM-DATE TO WS-EX-DETAIL
                   PERFORM L4-EXCEPTION
               ELSE
                   IF RCPT-COUNT < 3000
                       ADD 1 TO RCPT-COUNT
                       MOVE PM-RECEIPT TO RCPT-NO (RCPT-COUNT)
                   END-IF
               END-IF
           END-IF.

       L2-CHECK-ORPHANS.
      * SELLERS NO ORDER POINTED AT, AND TEAMS NO SELLER POINTED AT -
      * ONLY KNOWN ONCE EVERY ORDER AND SELLER HAS BEEN READ.
           PERFORM L3-CHECK-SELLER-ORDERS
               VARYING WS-SEL-SUB FROM 1 BY 1
                   UNTIL WS-SEL-SUB > SELLER-COUNT.
           PERFORM L3-CHECK-TEAM-SELLERS
               VARYING WS-TM-SUB FROM 1 BY 1
                   UNTIL WS-TM-SUB > TEAM-COUNT.

       L3-CHECK-SELLER-ORDERS.
           IF SEL-ORDERS (WS-SEL-SUB) = 0
               MOVE 3 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'SELLER ' SEL-NO (WS-SEL-SUB) ' '
                   SEL-LNAME (WS-SEL-SUB) DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               STRING 'TEAM ' SEL-TEAM (WS-SEL-SUB) DELIMITED BY SIZE
                   INTO WS-EX-DETAIL
               END-STRING
               PERFORM L4-EXCEPTION
           END-IF.

       L3-CHECK-TEAM-SELLERS.
           IF TEAM-SELLERS (WS-TM-SUB) = 0
               MOVE 5 TO WS-CHK
               MOVE SPACES TO WS-EX-KEYS
               STRING 'TEAM ' TEAM-CODE (WS-TM-SUB) DELIMITED BY SIZE
                   INTO WS-EX-KEYS
               END-STRING
               MOVE SPACES TO WS-EX-DETAIL
               PERFORM L4-EXCEPTION
           END-IF.

       L4-FIND-SELLER.
      * BY WS-FIND-SELLER, SET BY THE CALLER; WS-SEL-SUB IS ZERO
      * WHEN NOT ON THE MASTER.
           MOVE 0 TO WS-SEL-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > SELLER-COUNT
               IF SEL-NO (WS-SUB) = WS-FIND-SELLER
                   MOVE WS-SUB TO WS-SEL-SUB
                   MOVE SELLER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-FIND-TEAM.
      * BY WS-FIND-TEAM, SET BY THE CALLER.
           MOVE 'F' TO WS-TEAM-FOUND-SW.
           MOVE 0 TO WS-TM-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > TEAM-COUNT
               IF TEAM-CODE (WS-SUB) = WS-FIND-TEAM
                   MOVE 'T' TO WS-TEAM-FOUND-SW
                   MOVE WS-SUB TO WS-TM-SUB
                   MOVE TEAM-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-FIND-PRODUCT.
      * BY WS-FIND-CODE, SET BY THE CALLER; WS-PRD-SUB IS ZERO WHEN
      * NOT ON THE MASTER.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               IF PROD-CODE (WS-SUB) = WS-FIND-CODE
                   MOVE WS-SUB TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-FIND-RATE.
      * BY WS-FIND-STATE, SET BY THE CALLER.
           MOVE 'F' TO WS-RATE-FOUND-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RATE-COUNT
               IF RATE-STATE (WS-SUB) = WS-FIND-STATE
                   MOVE 'T' TO WS-RATE-FOUND-SW
                   MOVE RATE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-EXCEPTION.
      * THE CALLER SETS WS-CHK, WS-EX-KEYS AND WS-EX-DETAIL.
           ADD 1 TO C-EXCEPTION-CTR.
           ADD 1 TO CHK-COUNT (WS-CHK).
           MOVE WS-CHK TO O-EX-CHECK.
           MOVE CHK-FILE (WS-CHK) TO O-EX-FILE.
           MOVE CHK-DESC (WS-CHK) TO O-EX-DESC.
           MOVE WS-EX-KEYS TO O-EX-KEYS.
           MOVE WS-EX-DETAIL TO O-EX-DETAIL.
           WRITE PRTLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L2-CLOSING.
           IF C-EXCEPTION-CTR = 0
               WRITE PRTLINE FROM BLANK-LINE
               MOVE 'NO EXCEPTIONS FOUND.' TO PRTLINE
               WRITE PRTLINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM READ-TITLE.
           MOVE 'CBLPOPSM.DAT' TO O-RD-FILE.
           MOVE C-SM-READ TO O-RD-COUNT.
           MOVE SPACES TO O-RD-NOTE.
           PERFORM L3-WRITE-READ-LINE.
           MOVE 'CBLPOPTM.DAT' TO O-RD-FILE.
           MOVE C-TM-READ TO O-RD-COUNT.
           PERFORM L3-WRITE-READ-LINE.
           MOVE 'CBLPOPPR.DAT' TO O-RD-FILE.
           MOVE C-PR-READ TO O-RD-COUNT.
           PERFORM L3-WRITE-READ-LINE.
           MOVE 'CBLPOPIX.DAT' TO O-RD-FILE.
           MOVE C-IX-READ TO O-RD-COUNT.
           PERFORM L3-WRITE-READ-LINE.
           MOVE 'CBLPOPPM.DAT' TO O-RD-FILE.
           MOVE C-PM-READ TO O-RD-COUNT.
           IF WS-PM-STATUS NOT = '00'
               MOVE 'NOT ON FILE - NO PAYMENTS POSTED' TO O-RD-NOTE
           END-IF.
           PERFORM L3-WRITE-READ-LINE.
           MOVE 'CBLPOPPZ.DAT' TO O-RD-FILE.
           MOVE C-PZ-READ TO O-RD-COUNT.
           MOVE SPACES TO O-RD-NOTE.
           IF WS-PZ-STATUS NOT = '00'
               MOVE 'NOT ON FILE - NO PRIZE TIERS' TO O-RD-NOTE
           END-IF.
           PERFORM L3-WRITE-READ-LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM SUMMARY-TITLE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           PERFORM L3-WRITE-SUMMARY-LINE
               VARYING WS-CHK FROM 1 BY 1
                   UNTIL WS-CHK > CHECK-TOTAL.
           MOVE C-EXCEPTION-CTR TO O-TOT-EXCEPTIONS.
      * CHECKS 3 (SELLER HAS NO ORDERS) AND 5 (TEAM HAS NO SELLERS)
      * ARE NOTICES ONLY - NEITHER CHANGES A TOTAL.
           COMPUTE WS-NOTICE-CTR = CHK-COUNT (3) + CHK-COUNT (5).
           EVALUATE TRUE
               WHEN C-EXCEPTION-CTR = 0
                   MOVE 'THE FILES AGREE.' TO O-TOT-VERDICT
               WHEN C-EXCEPTION-CTR = WS-NOTICE-CTR
                   MOVE 'NOTICES ONLY - NO TOTAL IS AFFECTED.'
                       TO O-TOT-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'CORRECT THESE BEFORE RUNNING CBLKLM04.'
                       TO O-TOT-VERDICT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.
           CLOSE CHECK-PRTOUT.
           DISPLAY 'INTEGRITY CHECK WRITTEN TO CBLPOPIC.PRT'.
           DISPLAY C-EXCEPTION-CTR ' EXCEPTION(S) FOUND.'.
           STOP RUN.

       L3-WRITE-READ-LINE.
           WRITE PRTLINE FROM READ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L3-WRITE-SUMMARY-LINE.
           MOVE WS-CHK TO O-SM-CHECK.
           MOVE CHK-FILE (WS-CHK) TO O-SM-FILE.
           MOVE CHK-DESC (WS-CHK) TO O-SM-DESC.
           MOVE CHK-COUNT (WS-CHK) TO O-SM-COUNT.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4-HEADINGS
           END-WRITE.

       L2-ABORT-RUN.
           DISPLAY 'CBLPOPIC STOPPED - INTEGRITY NOT CHECKED.'.
           CLOSE CHECK-PRTOUT.
           MOVE 16 TO RETURN-CODE.
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
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE.

       end program CBLPOPIC.
