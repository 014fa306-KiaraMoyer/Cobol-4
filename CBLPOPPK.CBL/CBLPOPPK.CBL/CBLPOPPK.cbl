      * 6000-ENTRY WORKING-STORAGE TABLE AND ITS PAIRWISE SORT ARE
      * GONE, SO THERE IS NO RECORD CEILING AND NO SILENTLY DROPPED
      * TICKET WHEN THE DIVISION DOUBLES.
      *
      * A SINGLE SELLER'S TICKET (LOST, OR REPRINTED AFTER A LATE
      * CORRECTION) IS PRINTED BY ENTERING THAT SELLER NUMBER AT THE
      * PROMPT - THOSE ORDERS ARE READ STRAIGHT OFF THE P-SELLER-NO
      * ALTERNATE KEY. ZERO PRINTS THE WHOLE STACK.
      *
      * ONCE CBLPOPAL HAS ALLOCATED A SHORT DELIVERY, EACH TICKET LINE
      * SHOWS THE ALLOCATED CASES (WHAT TO HAND OVER) FROM CBLPOPAL.DAT
      * AND, FOR A SHORTED ORDER, THE CASES ORDERED AND WHETHER THE
      * SHORTAGE IS BACKORDERED OR CREDITED. WITH NO CBLPOPAL.DAT, OR
      * FOR AN ORDER CHANGED SINCE THE ALLOCATION, THE FULL ORDERED
      * QUANTITY PRINTS.
      ******************************************************************

       environment division.
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

       FD TICKET-PRTOUT
           05 TS-ZIP                PIC X(9).
           05 TS-POP-TYPE           PIC 99.
           05 TS-CASES              PIC 99.
           05 TS-ORDERED            PIC 99.
           05 TS-SHORT              PIC 99.
           05 TS-DISPOSITION        PIC X.

       working-storage section.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-PR-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-ALLOC-SW          PIC X       VALUE 'F'.
               88 WS-ALLOC-ON-FILE VALUE 'T'.
           05 EOF                  PIC X       VALUE 'F'.
           05 WS-SCAN-DONE-SW      PIC X       VALUE 'F'.
               88 WS-SCAN-DONE     VALUE 'T'.
           05 WS-CB-STATE          PIC XX      VALUE SPACES.
           05 WS-CB-ZIP            PIC X(9)    VALUE SPACES.
           05 WS-TICKET-CASES      PIC 9(5)    VALUE 0.
           05 WS-TICKET-SHORT      PIC 9(5)    VALUE 0.
           05 WS-ONE-SELLER-NO     PIC 9(4)    VALUE 0.
               88 WS-ALL-SELLERS   VALUE 0.
       01 PROD-TABLE.
           05 PROD-COUNT            PIC 99      VALUE 0.
           05 PROD-ENTRY OCCURS 50 TIMES.
           05 O-PK-PROD-NAME       PIC X(16).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-PK-CASES           PIC ZZZZ9.
           05 FILLER               PIC XXX     VALUE SPACES.
           05 O-PK-SHORT-NOTE      PIC X(40).
       01 SHORT-NOTE.
           05 FILLER               PIC X(8)    VALUE 'ORDERED '.
           05 O-SN-ORDERED         PIC Z9.
           05 FILLER               PIC XX      VALUE ', '.
           05 O-SN-SHORT           PIC Z9.
           05 FILLER               PIC X(7)    VALUE ' SHORT '.
           05 O-SN-DISP            PIC X(11).
       01 TICKET-TOTAL-LINE.
           05 FILLER               PIC X(13)   VALUE 'TOTAL CASES: '.
           05 O-TICKET-CASES       PIC ZZZZ9.
       01 TICKET-SHORT-LINE.
           05 FILLER               PIC X(13)   VALUE 'CASES SHORT: '.
           05 O-TICKET-SHORT       PIC ZZZZ9.
           05 FILLER               PIC X(30)
                   VALUE '  (NOT ON THIS DELIVERY)'.
       01 SIGNATURE-LINE.
           05 FILLER               PIC X(13)   VALUE 'RECEIVED BY: '.
           05 FILLER               PIC X(30)
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           PERFORM L2-LOAD-PRICING.
           DISPLAY 'ENTER SELLER NUMBER FOR ONE TICKET (0 = ALL): '
               WITH NO ADVANCING.
           ACCEPT WS-ONE-SELLER-NO.
           OPEN INPUT POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               MOVE 'T' TO WS-ALLOC-SW
           END-IF.
           OPEN OUTPUT TICKET-PRTOUT.

       L2-LOAD-PRICING.
           MOVE 'F' TO EOF.

       L2-RELEASE-MASTER.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           IF WS-ALL-SELLERS
               MOVE 0 TO P-ORDER-ID
               START POP-MASTER-IDX KEY IS NOT LESS THAN P-ORDER-ID
                   INVALID KEY
                       MOVE 'T' TO WS-SCAN-DONE-SW
               END-START
           ELSE
               MOVE WS-ONE-SELLER-NO TO P-SELLER-NO
               START POP-MASTER-IDX KEY IS EQUAL TO P-SELLER-NO
                   INVALID KEY
                       DISPLAY 'NO ORDERS ON FILE FOR SELLER '
                           WS-ONE-SELLER-NO
                       MOVE 'T' TO WS-SCAN-DONE-SW
               END-START
           END-IF.
           PERFORM L3-RELEASE-ONE-ORDER
               UNTIL WS-SCAN-DONE.

               AT END
                   MOVE 'T' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF NOT WS-ALL-SELLERS
                           AND P-SELLER-NO NOT = WS-ONE-SELLER-NO
                       MOVE 'T' TO WS-SCAN-DONE-SW
                   ELSE
                       PERFORM L4-RELEASE-ORDER
                   END-IF
           END-READ.

       L4-RELEASE-ORDER.
           MOVE P-TEAM TO TS-TEAM.
           MOVE P-SELLER-NO TO TS-SELLER-NO.
           MOVE P-LNAME TO TS-LNAME.
           MOVE P-FNAME TO TS-FNAME.
           MOVE P-ADDRESS TO TS-ADDRESS.
           MOVE P-CITY TO TS-CITY.
           MOVE P-STATE TO TS-STATE.
           MOVE P-ZIP TO TS-ZIP.
           MOVE P-POP-TYPE TO TS-POP-TYPE.
           MOVE P-CASES TO TS-CASES.
           MOVE P-CASES TO TS-ORDERED.
           MOVE 0 TO TS-SHORT.
           MOVE SPACES TO TS-DISPOSITION.
           IF WS-ALLOC-ON-FILE
               PERFORM L5-APPLY-ALLOCATION
           END-IF.
           RELEASE TS-REC.
           ADD 1 TO C-ORDER-CTR.

       L5-APPLY-ALLOCATION.
      * AN ALLOCATION RECORD THAT NO LONGER MATCHES THE ORDER (CASES
      * OR PRODUCT CHANGED SINCE CBLPOPAL RAN) IS IGNORED.
           MOVE P-ORDER-ID TO AL-ORDER-ID.
           READ ALLOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-POP-TYPE = P-POP-TYPE
                           AND AL-ORDERED = P-CASES
                       MOVE AL-ALLOCATED TO TS-CASES
                       MOVE AL-SHORT TO TS-SHORT
                       MOVE AL-DISPOSITION TO TS-DISPOSITION
                   END-IF
           END-READ.

       L2-PRINT-TICKETS.
                   END-IF
                   PERFORM L3-PRINT-ORDER-LINE
                   ADD TS-CASES TO WS-TICKET-CASES
                   ADD TS-SHORT TO WS-TICKET-SHORT
           END-RETURN.

       L3-START-TICKET.
           WRITE PRTLINE FROM TICKET-COL-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE 0 TO WS-TICKET-CASES.
           MOVE 0 TO WS-TICKET-SHORT.

       L3-PRINT-ORDER-LINE.
           PERFORM L3-FIND-PRODUCT-NAME.
           MOVE TS-CASES TO O-PK-CASES.
           MOVE SPACES TO O-PK-SHORT-NOTE.
           IF TS-SHORT > 0
               MOVE TS-ORDERED TO O-SN-ORDERED
               MOVE TS-SHORT TO O-SN-SHORT
               IF TS-DISPOSITION = 'B'
                   MOVE 'BACKORDERED' TO O-SN-DISP
               ELSE
                   MOVE 'CREDITED' TO O-SN-DISP
               END-IF
               MOVE SHORT-NOTE TO O-PK-SHORT-NOTE
           END-IF.
           WRITE PRTLINE FROM TICKET-DETAIL-LINE.

       L3-FIND-PRODUCT-NAME.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE WS-TICKET-CASES TO O-TICKET-CASES.
           WRITE PRTLINE FROM TICKET-TOTAL-LINE.
           IF WS-TICKET-SHORT > 0
               MOVE WS-TICKET-SHORT TO O-TICKET-SHORT
               WRITE PRTLINE FROM TICKET-SHORT-LINE
           END-IF.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM SIGNATURE-LINE.

       L2-CLOSING.
           CLOSE POP-MASTER-IDX.
           IF WS-ALLOC-ON-FILE
               CLOSE ALLOCATION-FILE
           END-IF.
           CLOSE TICKET-PRTOUT.
           DISPLAY C-TICKET-CTR ' PICK TICKET(S) WRITTEN TO '
               'CBLPOPPK.PRT'.
