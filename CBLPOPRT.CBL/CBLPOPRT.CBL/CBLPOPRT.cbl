       identification division.
       program-id. CBLPOPRT.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * POST-DISTRIBUTION RETURNS AND DAMAGED-CASE CREDITS. WHEN A
      * SELLER BRINGS BACK A CASE AFTER DISTRIBUTION DAY - CRUSHED,
      * LEAKING, THE WRONG FLAVOR OR SIMPLY UNWANTED - IT IS KEYED
      * HERE AGAINST THE P-ORDER-ID IT WAS SOLD ON, WITH THE NUMBER
      * OF CASES, THE REASON AND WHETHER IT WAS REPLACED OR CREDITED.
      * THE ORDER ON CBLPOPIX.DAT IS NOT TOUCHED - DELETING IT IN
      * CBLPOPMT WOULD WIPE OUT THE SALE AND THROW OFF THE BOTTLER
      * COUNT - SO EACH RETURN IS APPENDED TO THE CUMULATIVE
      * CBLPOPRT.DAT RETURNS FILE (COPYBOOK POPRETRN) INSTEAD, AND A
      * POPAUDIT RECORD (ACTION R) IS WRITTEN FOR IT LIKE ANY OTHER
      * MAINTENANCE.
      *
      * ONLY A PICKED-UP ORDER CAN TAKE A RETURN, AND NEVER FOR MORE
      * CASES THAN THE SELLER WAS HANDED (THE CBLPOPAL ALLOCATION
      * WHEN THE ORDER WAS SHORTED) LESS ANY ALREADY CREDITED BACK.
      * A CREDITED RETURN IS PRICED AS CBLKLM04 PRICES THE ORDER -
      * CASE PRICE PLUS THE STATE DEPOSIT ON DEPOSIT-CLASS PRODUCTS -
      * AND CBLPOPPA AND CBLPOPCO TAKE IT OFF WHAT THE SELLER OWES.
      * A REPLACED CASE IS SWAPPED CASE FOR CASE AND OWES NOTHING.
      *
      * THE "P" OPTION PRINTS THE RETURNS REPORT CBLPOPRT.PRT - CASES
      * RETURNED BY PRODUCT AND REASON, REPLACED AND CREDITED, AND
      * THE DAMAGED COUNT TO CLAIM BACK FROM THE BOTTLER.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO AND THE OPERATOR ID IS
      * STAMPED ON EACH RETURN AND AUDIT RECORD. RECORDING A RETURN
      * NEEDS ORDER OR PICKUP-POSTING AUTHORITY; THE LIST AND THE
      * REPORT ARE OPEN TO ANY OPERATOR.
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
           SELECT ALLOCATION-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ORDER-ID
               FILE STATUS IS WS-AL-STATUS.
           SELECT PRICING-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT RETURNS-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT RETURNS-PRTOUT
               ASSIGN TO 'C:\COBOL\CBLPOPRT.PRT'
                   ORGANIZATION IS RECORD SEQUENTIAL.

       data division.
       FILE SECTION.

       FD POP-MASTER-IDX
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 94 CHARACTERS.
           COPY POPMSTR.

       FD ALLOCATION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AL-REC
           RECORD CONTAINS 34 CHARACTERS.
           COPY POPALLOC.

       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD RETURNS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RT-REC
           RECORD CONTAINS 39 CHARACTERS.
           COPY POPRETRN.

       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD RETURNS-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.
           01 PRTLINE              PIC X(132).

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-RT-STATUS         PIC XX      VALUE '00'.
           05 WS-AU-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-ALLOC-SW          PIC X       VALUE 'F'.
               88 WS-ALLOC-ON-FILE VALUE 'T'.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-CONFIRM           PIC X       VALUE SPACES.
           05 WS-ENTRY-CODE        PIC X       VALUE SPACES.
           05 WS-ORDER-ID          PIC 9(6)    VALUE 0.
           05 WS-RETURN-CASES      PIC 99      VALUE 0.
           05 WS-HANDED            PIC 99      VALUE 0.
           05 WS-PRIOR-CREDITED    PIC 9(4)    VALUE 0.
           05 WS-RETURNABLE        PIC S9(4)   VALUE 0.
           05 WS-CREDIT-AMT        PIC 9(5)V99 VALUE 0.
           05 WS-RATE              PIC 9V99    VALUE 0.
           05 WS-SUB               PIC 99      VALUE 0.
           05 WS-PRD-SUB           PIC 99      VALUE 0.
           05 WS-RS-SUB            PIC 99      VALUE 0.
           05 WS-LIST-CTR          PIC 9(5)    VALUE 0.
           05 WS-AMT-DISP          PIC ZZ,ZZ9.99.
           05 WS-STAMP.
               10 WS-STAMP-DATE    PIC 9(8).
               10 WS-STAMP-TIME    PIC 9(6).
           05 CUR-DATE.
               10 CUR-YEAR         PIC X(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 C-PCTR               PIC 99      VALUE 0.
           05 C-RETURN-CTR         PIC 9(5)    VALUE 0.
           05 C-TOT-DAMAGED        PIC 9(5)    VALUE 0.
           05 C-TOT-WRONG          PIC 9(5)    VALUE 0.
           05 C-TOT-UNWANTED       PIC 9(5)    VALUE 0.
           05 C-TOT-REPLACED       PIC 9(5)    VALUE 0.
           05 C-TOT-CREDITED       PIC 9(5)    VALUE 0.
           05 C-TOT-CREDIT-AMT     PIC 9(7)V99 VALUE 0.
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
       01 RETURN-SUMMARY-TABLE.
      * ONE ROW PER PRODUCT, SEEDED FROM THE PRICING MASTER SO THE
      * REPORT READS IN PRODUCT ORDER. A RETURN FOR A PRODUCT SINCE
      * DROPPED FROM CBLPOPPR.DAT GETS A ROW OF ITS OWN AT THE END.
           05 RS-COUNT              PIC 99      VALUE 0.
           05 RS-ENTRY OCCURS 50 TIMES.
               10 RS-CODE           PIC 99.
               10 RS-NAME           PIC X(16).
               10 RS-DAMAGED        PIC 9(5).
               10 RS-WRONG          PIC 9(5).
               10 RS-UNWANTED       PIC 9(5).
               10 RS-REPLACED       PIC 9(5).
               10 RS-CREDITED       PIC 9(5).
               10 RS-CREDIT-AMT     PIC 9(7)V99.
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
           05 FILLER               PIC X(29)
                   VALUE 'RETURNS BY PRODUCT AND REASON'.
           05 FILLER               PIC X(52)   VALUE SPACES.
       01 COL-HEADINGS.
           05 FILLER               PIC X(7)    VALUE 'PRODUCT'.
           05 FILLER               PIC X(17)   VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'DAMAGED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(12)   VALUE 'WRONG FLAVOR'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'UNWANTED'.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(5)    VALUE 'TOTAL'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'REPLACED'.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(8)    VALUE 'CREDITED'.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(13)   VALUE 'CREDIT AMOUNT'.
           05 FILLER               PIC X(31)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-RS-CODE            PIC 99.
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-RS-NAME            PIC X(16).
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 O-RS-DAMAGED         PIC ZZZZ9.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-RS-WRONG           PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RS-UNWANTED        PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RS-TOTAL           PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RS-REPLACED        PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-RS-CREDITED        PIC ZZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-RS-CREDIT-AMT      PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(31)   VALUE SPACES.
       01 TOTAL-LINE.
           05 FILLER               PIC X(20)
                   VALUE '    ALL PRODUCTS'.
           05 FILLER               PIC X(6)    VALUE SPACES.
           05 O-TR-DAMAGED         PIC ZZZZ9.
           05 FILLER               PIC X(9)    VALUE SPACES.
           05 O-TR-WRONG           PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-TR-UNWANTED        PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-TR-TOTAL           PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-TR-REPLACED        PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 O-TR-CREDITED        PIC ZZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-TR-CREDIT-AMT      PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(31)   VALUE SPACES.
       01 RETURN-COUNT-LINE.
           05 FILLER               PIC X(42)
                   VALUE 'RETURN TRANSACTIONS ON FILE:              '.
           05 O-RETURN-CTR         PIC ZZZZ9.
       01 CLAIM-LINE.
           05 FILLER               PIC X(42)
                   VALUE 'DAMAGED CASES TO CLAIM FROM THE BOTTLER:  '.
           05 O-CLAIM-CASES        PIC ZZZZ9.
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
               DISPLAY 'CBLPOPRT NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-PRICING.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 'T' TO WS-DONE-SW
           END-IF.
      * NO CBLPOPAL.DAT MEANS NO SHORT DELIVERY HAS BEEN ALLOCATED -
      * EVERY PICKED-UP ORDER WAS HANDED OVER IN FULL.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               MOVE 'T' TO WS-ALLOC-SW
           END-IF.
      * A RETURN IS LOGGED ON THE SAME CUMULATIVE AUDIT TRAIL THE
      * MASTER MAINTENANCE WRITES, SO A CREDIT THAT MOVES A SELLER'S
      * BALANCE LEADS BACK TO THE OPERATOR WHO KEYED IT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AU-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPAU.DAT, STATUS: '
                   WS-AU-STATUS
               MOVE 'T' TO WS-DONE-SW
           END-IF.

       L2-LOAD-PRICING.
      * NAMES FOR THE SCREEN AND THE REPORT, AND PRICES, DEPOSIT
      * CLASSES AND STATE RATES TO PUT A DOLLAR FIGURE ON A CREDIT.
           MOVE 0 TO PROD-COUNT.
           MOVE 0 TO RATE-COUNT.
           OPEN INPUT PRICING-FILE.
           IF WS-PR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPPR.DAT, STATUS: '
                   WS-PR-STATUS
               DISPLAY 'RUN CBLPOPPX TO BUILD THE PRODUCT/PRICING '
                   'MASTER.'
               MOVE 'T' TO WS-DONE-SW
           ELSE
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ PRICING-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L3-LOAD-ONE-PRICE
                   END-READ
               END-PERFORM
               CLOSE PRICING-FILE
           END-IF.

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

       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'POST-DISTRIBUTION RETURNS'.
           DISPLAY '  R - RECORD A RETURNED CASE'.
           DISPLAY '  L - LIST RETURNS ON FILE'.
           DISPLAY '  P - PRINT THE RETURNS REPORT'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'R'
                   IF SO-MAY-ORDERS OR SO-MAY-PICKUP
                       PERFORM L3-RECORD-RETURN
                           THRU L3-RECORD-RETURN-EXIT
                   ELSE
                       DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT '
                           'AUTHORIZED TO RECORD RETURNS.'
                   END-IF
               WHEN 'L'
                   PERFORM L3-LIST-RETURNS
               WHEN 'P'
                   PERFORM L3-RETURNS-REPORT
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.

       L3-RECORD-RETURN.
           DISPLAY 'ENTER ORDER ID THE CASES WERE SOLD ON: '
               WITH NO ADVANCING.
           ACCEPT WS-ORDER-ID.
           MOVE WS-ORDER-ID TO P-ORDER-ID.
           READ POP-MASTER-IDX
               INVALID KEY
                   DISPLAY 'ORDER ' WS-ORDER-ID ' NOT ON FILE.'
                   GO TO L3-RECORD-RETURN-EXIT
           END-READ.
           PERFORM L4-FIND-PRODUCT.
           IF WS-PRD-SUB > 0
               DISPLAY 'SELLER ' P-SELLER-NO ' ' P-LNAME ' ' P-FNAME
               DISPLAY 'ORDERED ' P-CASES ' CASE(S) OF '
                   PROD-NAME (WS-PRD-SUB)
           ELSE
               DISPLAY 'SELLER ' P-SELLER-NO ' ' P-LNAME ' ' P-FNAME
               DISPLAY 'ORDERED ' P-CASES ' CASE(S) OF POP TYPE '
                   P-POP-TYPE
           END-IF.
           IF NOT ORDER-PICKED-UP
               DISPLAY 'ORDER HAS NOT BEEN PICKED UP - THERE IS '
                   'NOTHING TO RETURN.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           PERFORM L4-FIND-HANDED.
           PERFORM L4-SUM-PRIOR-CREDITED.
           COMPUTE WS-RETURNABLE = WS-HANDED - WS-PRIOR-CREDITED.
           IF WS-RETURNABLE NOT > 0
               DISPLAY 'EVERY CASE HANDED OVER ON THIS ORDER HAS '
                   'ALREADY BEEN CREDITED BACK.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           DISPLAY 'CASES HANDED OVER ' WS-HANDED ', ALREADY '
               'CREDITED BACK ' WS-PRIOR-CREDITED.
           DISPLAY 'ENTER NUMBER OF CASES RETURNED: '
               WITH NO ADVANCING.
           ACCEPT WS-RETURN-CASES.
           IF WS-RETURN-CASES = 0
                   OR WS-RETURN-CASES > WS-RETURNABLE
               DISPLAY 'CASES RETURNED MUST BE 1 THROUGH '
                   WS-RETURNABLE ' - RETURN NOT RECORDED.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           MOVE SPACES TO RT-REC.
           DISPLAY 'REASON: D - DAMAGED, W - WRONG FLAVOR, '
               'U - UNWANTED: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO RT-REASON.
           IF NOT RT-VALID-REASON
               DISPLAY 'INVALID REASON CODE - RETURN NOT RECORDED.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           DISPLAY 'R - REPLACED, C - CREDITED: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO RT-DISPOSITION.
           IF NOT RT-VALID-DISP
               DISPLAY 'INVALID DISPOSITION - RETURN NOT RECORDED.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           MOVE 0 TO WS-CREDIT-AMT.
           IF RT-CREDITED
               IF WS-PRD-SUB = 0
                   DISPLAY 'POP TYPE ' P-POP-TYPE ' IS NOT ON '
                       'CBLPOPPR.DAT - THE CREDIT CANNOT BE PRICED.'
                   GO TO L3-RECORD-RETURN-EXIT
               END-IF
               PERFORM L4-PRICE-CREDIT
               MOVE WS-CREDIT-AMT TO WS-AMT-DISP
               DISPLAY 'CREDIT TO THE SELLER: ' WS-AMT-DISP
           END-IF.
           DISPLAY 'RECORD THIS RETURN (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY 'RETURN CANCELLED.'
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE P-ORDER-ID TO RT-ORDER-ID.
           MOVE P-SELLER-NO TO RT-SELLER-NO.
           MOVE P-POP-TYPE TO RT-POP-TYPE.
           MOVE WS-RETURN-CASES TO RT-CASES.
           MOVE WS-CREDIT-AMT TO RT-CREDIT-AMT.
           MOVE WS-STAMP-DATE TO RT-DATE.
           MOVE SO-OPER-ID TO RT-OPERATOR.
           OPEN EXTEND RETURNS-FILE.
           IF WS-RT-STATUS = '35'
      * FIRST RETURN OF THE SEASON - CBLPOPRT.DAT DOESN'T EXIST YET.
               OPEN OUTPUT RETURNS-FILE
           END-IF.
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPRT.DAT, STATUS: '
                   WS-RT-STATUS
               GO TO L3-RECORD-RETURN-EXIT
           END-IF.
           WRITE RT-REC.
           CLOSE RETURNS-FILE.
           PERFORM L4-WRITE-AUDIT.
           DISPLAY 'RETURN RECORDED.'.

       L3-RECORD-RETURN-EXIT.
           EXIT.

       L4-FIND-PRODUCT.
           MOVE 0 TO WS-PRD-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               IF PROD-CODE (WS-SUB) = P-POP-TYPE
                   MOVE WS-SUB TO WS-PRD-SUB
                   MOVE PROD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-FIND-HANDED.
      * A SHORTED ORDER WAS HANDED ONLY ITS ALLOCATED CASES. AN
      * ALLOCATION THAT NO LONGER MATCHES THE ORDER IS IGNORED, AS
      * EVERY OTHER READER OF CBLPOPAL.DAT IGNORES IT.
           MOVE P-CASES TO WS-HANDED.
           IF WS-ALLOC-ON-FILE
               MOVE P-ORDER-ID TO AL-ORDER-ID
               READ ALLOCATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AL-POP-TYPE = P-POP-TYPE
                               AND AL-ORDERED = P-CASES
                           MOVE AL-ALLOCATED TO WS-HANDED
                       END-IF
               END-READ
           END-IF.

       L4-SUM-PRIOR-CREDITED.
      * ONLY CREDITED CASES COUNT AGAINST THE ORDER - A REPLACED CASE
      * WENT BACK OUT THE DOOR AND CAN ITSELF BE RETURNED.
           MOVE 0 TO WS-PRIOR-CREDITED.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF RT-ORDER-ID = P-ORDER-ID
                                   AND RT-CREDITED
                               ADD RT-CASES TO WS-PRIOR-CREDITED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       L4-PRICE-CREDIT.
      * THE RETURNED CASES AT THE CASE PRICE, PLUS THE STATE DEPOSIT
      * ON 24 CANS A CASE FOR DEPOSIT-CLASS PRODUCTS - WHAT CBLKLM04
      * CHARGED FOR THEM.
           MOVE 0 TO WS-RATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RATE-COUNT
               IF RATE-STATE (WS-SUB) = P-STATE
                   MOVE RATE-AMT (WS-SUB) TO WS-RATE
                   MOVE RATE-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF PROD-DEP-CLASS (WS-PRD-SUB) = 'D'
               COMPUTE WS-CREDIT-AMT = PROD-PRICE (WS-PRD-SUB)
                   * WS-RETURN-CASES + WS-RATE * 24 * WS-RETURN-CASES
           ELSE
               COMPUTE WS-CREDIT-AMT = PROD-PRICE (WS-PRD-SUB)
                   * WS-RETURN-CASES
           END-IF.

       L4-WRITE-AUDIT.
      * THE MASTER IS UNCHANGED BY A RETURN, SO THE BEFORE-IMAGE IS
      * THE ORDER AS IT STANDS AND THE AFTER-IMAGE CARRIES THE RETURN
      * RECORD ITSELF. CBLPOPRB PASSES ACTION R OVER ON A REPLAY.
           MOVE WS-STAMP-DATE TO AU-DATE.
           MOVE WS-STAMP-TIME TO AU-TIME.
           MOVE 'CBLPOPRT' TO AU-PROGRAM.
           MOVE 'R' TO AU-ACTION.
           MOVE P-ORDER-ID TO AU-ORDER-ID.
           MOVE I-REC TO AU-BEFORE.
           MOVE RT-REC TO AU-AFTER.
           MOVE SO-OPER-ID TO AU-OPERATOR.
           WRITE AUDIT-REC.

       L3-LIST-RETURNS.
           DISPLAY 'ENTER ORDER ID (0 = ALL RETURNS): '
               WITH NO ADVANCING.
           ACCEPT WS-ORDER-ID.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'NO RETURNS ON FILE.'
           ELSE
               MOVE 0 TO WS-LIST-CTR
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           IF WS-ORDER-ID = 0
                                   OR RT-ORDER-ID = WS-ORDER-ID
                               PERFORM L4-LIST-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
               DISPLAY WS-LIST-CTR ' RETURN(S) LISTED.'
           END-IF.

       L4-LIST-ONE-RETURN.
           ADD 1 TO WS-LIST-CTR.
           MOVE RT-CREDIT-AMT TO WS-AMT-DISP.
           DISPLAY RT-DATE ' ORDER ' RT-ORDER-ID ' SELLER '
               RT-SELLER-NO ' TYPE ' RT-POP-TYPE ' CASES ' RT-CASES
               ' REASON ' RT-REASON ' ' RT-DISPOSITION ' '
               WS-AMT-DISP ' ' RT-OPERATOR.

       L3-RETURNS-REPORT.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS NOT = '00'
               DISPLAY 'NO RETURNS ON FILE - NO REPORT PRINTED.'
           ELSE
               PERFORM L4-SEED-SUMMARY
               MOVE 0 TO C-RETURN-CTR
               MOVE 'F' TO WS-READ-DONE-SW
               PERFORM UNTIL WS-READ-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-READ-DONE-SW
                       NOT AT END
                           PERFORM L4-ACCUM-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
               PERFORM L4-PRINT-SUMMARY
           END-IF.

       L4-SEED-SUMMARY.
           MOVE 0 TO RS-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PROD-COUNT
               ADD 1 TO RS-COUNT
               MOVE PROD-CODE (WS-SUB) TO RS-CODE (RS-COUNT)
               MOVE PROD-NAME (WS-SUB) TO RS-NAME (RS-COUNT)
               PERFORM L5-CLEAR-SUMMARY-ROW
           END-PERFORM.

       L5-CLEAR-SUMMARY-ROW.
           MOVE 0 TO RS-DAMAGED (RS-COUNT).
           MOVE 0 TO RS-WRONG (RS-COUNT).
           MOVE 0 TO RS-UNWANTED (RS-COUNT).
           MOVE 0 TO RS-REPLACED (RS-COUNT).
           MOVE 0 TO RS-CREDITED (RS-COUNT).
           MOVE 0 TO RS-CREDIT-AMT (RS-COUNT).

       L4-ACCUM-RETURN.
           ADD 1 TO C-RETURN-CTR.
           MOVE 0 TO WS-RS-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RS-COUNT
               IF RS-CODE (WS-SUB) = RT-POP-TYPE
                   MOVE WS-SUB TO WS-RS-SUB
                   MOVE RS-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-RS-SUB = 0
               IF RS-COUNT < 50
                   ADD 1 TO RS-COUNT
                   MOVE RS-COUNT TO WS-RS-SUB
                   MOVE RT-POP-TYPE TO RS-CODE (RS-COUNT)
                   MOVE 'UNKNOWN PRODUCT' TO RS-NAME (RS-COUNT)
                   PERFORM L5-CLEAR-SUMMARY-ROW
               ELSE
                   DISPLAY 'SUMMARY TABLE FULL AT 50 PRODUCTS - '
                       'RETURN FOR ORDER ' RT-ORDER-ID
                       ' LEFT OFF THE REPORT.'
               END-IF
           END-IF.
           IF WS-RS-SUB > 0
               EVALUATE TRUE
                   WHEN RT-DAMAGED
                       ADD RT-CASES TO RS-DAMAGED (WS-RS-SUB)
                   WHEN RT-WRONG-FLAVOR
                       ADD RT-CASES TO RS-WRONG (WS-RS-SUB)
                   WHEN OTHER
                       ADD RT-CASES TO RS-UNWANTED (WS-RS-SUB)
               END-EVALUATE
               IF RT-CREDITED
                   ADD RT-CASES TO RS-CREDITED (WS-RS-SUB)
                   ADD RT-CREDIT-AMT TO RS-CREDIT-AMT (WS-RS-SUB)
               ELSE
                   ADD RT-CASES TO RS-REPLACED (WS-RS-SUB)
               END-IF
           END-IF.

       L4-PRINT-SUMMARY.
           MOVE 0 TO C-PCTR.
           MOVE 0 TO C-TOT-DAMAGED.
           MOVE 0 TO C-TOT-WRONG.
           MOVE 0 TO C-TOT-UNWANTED.
           MOVE 0 TO C-TOT-REPLACED.
           MOVE 0 TO C-TOT-CREDITED.
           MOVE 0 TO C-TOT-CREDIT-AMT.
           OPEN OUTPUT RETURNS-PRTOUT.
           PERFORM L5-HEADINGS.
      * A PRODUCT WITH NOTHING RETURNED IS LEFT OFF THE REPORT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RS-COUNT
               IF RS-DAMAGED (WS-SUB) > 0
                       OR RS-WRONG (WS-SUB) > 0
                       OR RS-UNWANTED (WS-SUB) > 0
                   PERFORM L5-PRINT-SUMMARY-ROW
               END-IF
           END-PERFORM.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-TOT-DAMAGED TO O-TR-DAMAGED.
           MOVE C-TOT-WRONG TO O-TR-WRONG.
           MOVE C-TOT-UNWANTED TO O-TR-UNWANTED.
           COMPUTE O-TR-TOTAL =
               C-TOT-DAMAGED + C-TOT-WRONG + C-TOT-UNWANTED.
           MOVE C-TOT-REPLACED TO O-TR-REPLACED.
           MOVE C-TOT-CREDITED TO O-TR-CREDITED.
           MOVE C-TOT-CREDIT-AMT TO O-TR-CREDIT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-RETURN-CTR TO O-RETURN-CTR.
           WRITE PRTLINE FROM RETURN-COUNT-LINE.
           MOVE C-TOT-DAMAGED TO O-CLAIM-CASES.
           WRITE PRTLINE FROM CLAIM-LINE.
           CLOSE RETURNS-PRTOUT.
           DISPLAY 'RETURNS REPORT WRITTEN TO CBLPOPRT.PRT'.
           DISPLAY C-TOT-DAMAGED ' DAMAGED CASE(S) TO CLAIM FROM '
               'THE BOTTLER.'.

       L5-PRINT-SUMMARY-ROW.
           MOVE RS-CODE (WS-SUB) TO O-RS-CODE.
           MOVE RS-NAME (WS-SUB) TO O-RS-NAME.
           MOVE RS-DAMAGED (WS-SUB) TO O-RS-DAMAGED.
           MOVE RS-WRONG (WS-SUB) TO O-RS-WRONG.
           MOVE RS-UNWANTED (WS-SUB) TO O-RS-UNWANTED.
           COMPUTE O-RS-TOTAL = RS-DAMAGED (WS-SUB)
               + RS-WRONG (WS-SUB) + RS-UNWANTED (WS-SUB).
           MOVE RS-REPLACED (WS-SUB) TO O-RS-REPLACED.
           MOVE RS-CREDITED (WS-SUB) TO O-RS-CREDITED.
           MOVE RS-CREDIT-AMT (WS-SUB) TO O-RS-CREDIT-AMT.
           ADD RS-DAMAGED (WS-SUB) TO C-TOT-DAMAGED.
           ADD RS-WRONG (WS-SUB) TO C-TOT-WRONG.
           ADD RS-UNWANTED (WS-SUB) TO C-TOT-UNWANTED.
           ADD RS-REPLACED (WS-SUB) TO C-TOT-REPLACED.
           ADD RS-CREDITED (WS-SUB) TO C-TOT-CREDITED.
           ADD RS-CREDIT-AMT (WS-SUB) TO C-TOT-CREDIT-AMT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5-HEADINGS
           END-WRITE.

       L5-HEADINGS.
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

       L2-CLOSING.
           CLOSE POP-MASTER-IDX.
           IF WS-ALLOC-ON-FILE
               CLOSE ALLOCATION-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           STOP RUN.

       end program CBLPOPRT.
