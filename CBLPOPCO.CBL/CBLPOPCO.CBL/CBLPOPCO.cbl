      *
      *   1. VERIFY THE SEASON IS CLEAN - THE SUSPENSE FILE IS EMPTY,
      *      NO SELLER HAS AN OUTSTANDING BALANCE ON THE CBLPOPPA
      *      RECONCILIATION FIGURES (SALES LESS SHORT-SHIP AND RETURN
      *      CREDITS LESS PAYMENTS, WITH RETURNED CHECKS AND BANK FEES
      *      OWED AGAIN), AND THE INDEXED MASTER AND THE
      *      CBLPOPSL.DAT EXTRACT BALANCE THE SAME WAY CBLKLM04'S
      *      L2-VERIFY-EXTRACT TOTALS THEM. ANY FAILURE AND THE
      *      CLOSE IS REFUSED - NOTHING IS TOUCHED.
      *   2. COPY CBLPOPIX.DAT, CBLPOPPM.DAT, CBLPOPAU.DAT,
      *      CBLPOPRH.DAT, CBLPOPSU.DAT, CBLPOPRT.DAT, THE SHORT-SHIP
      *      ALLOCATIONS CBLPOPAL.DAT, THE ORDER-ENTRY BATCH FILES
      *      CBLPOPBH.DAT AND CBLPOPBT.DAT AND THE BANK DEPOSIT FILE
      *      CBLPOPDH.DAT TO YEAR-STAMPED ARCHIVE NAMES (CBLPOPIX.2026
      *      AND SO ON).
      *   3. APPEND A SEASON SUMMARY RECORD TO CBLPOPSE.DAT - YEAR,
      *      CLOSE DATE, ORDER AND CASE COUNTS, SELLERS AND GRAND
      *      DOLLARS.
      *   4. INITIALIZE FRESH EMPTY SEASON FILES, INCLUDING AN
      *      EMPTY CBLPOPAL.DAT SO LAST SEASON'S SHORT-SHIP
      *      ALLOCATION CANNOT LAND ON A REUSED ORDER NUMBER.
      ******************************************************************

       environment division.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.
           SELECT POP-MASTER-SEQ
               ASSIGN TO 'C:\COBOL\CBLPOPSL.DAT'
               ASSIGN TO 'C:\COBOL\CBLPOPRH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-STATUS.
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
      * GENERIC COPY PAIR - THE NAMES ARE SET AT RUN TIME SO ONE
      * READER/WRITER HANDLES EVERY FLAT FILE BEING ARCHIVED.
           SELECT ARCH-IN-FILE
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

       FD SUSPENSE-FILE
           LABEL RECORD IS STANDARD
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD RUN-HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY POPRUNH.

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

       FD ARCH-IN-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS AI-REC.
           05 WS-SU-STATUS         PIC XX      VALUE '00'.
           05 WS-AU-STATUS         PIC XX      VALUE '00'.
           05 WS-RH-STATUS         PIC XX      VALUE '00'.
           05 WS-AL-STATUS         PIC XX      VALUE '00'.
           05 WS-RT-STATUS         PIC XX      VALUE '00'.
           05 WS-AI-STATUS         PIC XX      VALUE '00'.
           05 WS-AO-STATUS         PIC XX      VALUE '00'.
           05 WS-SE-STATUS         PIC XX      VALUE '00'.
               10 SEL-SELLER-NO     PIC 9(4).
               10 SEL-TOTAL         PIC 9(7)V99.
               10 SEL-PAID          PIC 9(7)V99.
               10 SEL-CREDIT        PIC 9(7)V99.
               10 SEL-CHARGE        PIC 9(7)V99.

       procedure division.
       L1-MAIN.
       L2-VERIFY-BALANCES.
      * THE SAME MATCH CBLPOPPA PRINTS - EVERY SELLER'S CBLPOPST.DAT
      * TOTAL AGAINST THEIR POSTED CBLPOPPM.DAT PAYMENTS, KEYED BY
      * SELLER NUMBER, LESS THE SHORT-SHIP CREDITS ON CBLPOPAL.DAT
      * AND THE RETURN CREDITS ON CBLPOPRT.DAT. ANYONE STILL OWING
      * BLOCKS THE CLOSE.
           PERFORM L3-LOAD-SELLER-TOTALS.
           PERFORM L3-APPLY-PAYMENTS.
           PERFORM L3-APPLY-SHORTS.
           PERFORM L3-APPLY-RETURNS.
           MOVE 0 TO WS-OWE-CTR.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SELLER-COUNT
               ADD SEL-TOTAL (WS-IDX) TO WS-GRAND-TOTAL
               COMPUTE WS-BALANCE = SEL-TOTAL (WS-IDX)
                   - SEL-CREDIT (WS-IDX) - SEL-PAID (WS-IDX)
                   + SEL-CHARGE (WS-IDX)
               IF WS-BALANCE > 0
                   ADD 1 TO WS-OWE-CTR
               END-IF
                               MOVE ST-TOTAL
                                   TO SEL-TOTAL (SELLER-COUNT)
                               MOVE 0 TO SEL-PAID (SELLER-COUNT)
                               MOVE 0 TO SEL-CREDIT (SELLER-COUNT)
                               MOVE 0 TO SEL-CHARGE (SELLER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
       L4-APPLY-ONE-PAYMENT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SELLER-COUNT
      * A RETURNED CHECK AND ITS BANK FEE ARE OWED BACK BY THE SELLER.
               IF SEL-SELLER-NO (WS-IDX) = PM-SELLER-NO
                   IF PM-RETURNED-CHECK OR PM-BANK-FEE
                       ADD PM-AMOUNT TO SEL-CHARGE (WS-IDX)
                   ELSE
                       ADD PM-AMOUNT TO SEL-PAID (WS-IDX)
                   END-IF
                   MOVE SELLER-COUNT TO WS-IDX
               END-IF
           END-PERFORM.

       L3-APPLY-SHORTS.
      * AS IN CBLPOPPA, A SHORT IS CREDITED ONLY WHILE ITS ORDER STILL
      * HAS THE PRODUCT AND CASES IT WAS ALLOCATED FOR. WITHOUT THE
      * INDEXED MASTER NOTHING IS CREDITED - THE EXTRACT CHECK FAILS
      * THE CLOSE ON THE SAME MISSING FILE.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS = '00'
               OPEN INPUT POP-MASTER-IDX
               IF WS-IX-STATUS NOT = '00'
                   CLOSE ALLOCATION-FILE
                   MOVE '35' TO WS-AL-STATUS
               END-IF
           END-IF.
           IF WS-AL-STATUS = '00'
               MOVE 'F' TO WS-DONE-SW
               PERFORM UNTIL WS-SCAN-DONE
                   READ ALLOCATION-FILE NEXT RECORD
                       AT END
                           MOVE 'T' TO WS-DONE-SW
                       NOT AT END
                           IF AL-SHORT-AMT > 0
                               PERFORM L4-CHECK-ONE-SHORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-FILE
               CLOSE POP-MASTER-IDX
           END-IF.

       L4-CHECK-ONE-SHORT.
           MOVE AL-ORDER-ID TO P-ORDER-ID.
           READ POP-MASTER-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF P-POP-TYPE = AL-POP-TYPE
                           AND P-CASES = AL-ORDERED
                       PERFORM L4-APPLY-ONE-SHORT
                   END-IF
           END-READ.

       L4-APPLY-ONE-SHORT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SELLER-COUNT
               IF SEL-SELLER-NO (WS-IDX) = P-SELLER-NO
                   ADD AL-SHORT-AMT TO SEL-CREDIT (WS-IDX)
                   MOVE SELLER-COUNT TO WS-IDX
               END-IF
           END-PERFORM.

       L3-APPLY-RETURNS.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS = '00'
               MOVE 'F' TO WS-DONE-SW
               PERFORM UNTIL WS-SCAN-DONE
                   READ RETURNS-FILE
                       AT END
                           MOVE 'T' TO WS-DONE-SW
                       NOT AT END
                           IF RT-CREDITED AND RT-CREDIT-AMT > 0
                               PERFORM L4-APPLY-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       L4-APPLY-ONE-RETURN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SELLER-COUNT
               IF SEL-SELLER-NO (WS-IDX) = RT-SELLER-NO
                   ADD RT-CREDIT-AMT TO SEL-CREDIT (WS-IDX)
                   MOVE SELLER-COUNT TO WS-IDX
               END-IF
           END-PERFORM.

       L2-ARCHIVE-FILES.
           PERFORM L3-ARCHIVE-MASTER.
           PERFORM L3-ARCHIVE-ALLOC.
           MOVE 'C:\COBOL\CBLPOPPM.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPAU.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPSU.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPRT.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPBH.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPBT.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.
           MOVE 'C:\COBOL\CBLPOPDH.DAT' TO WS-ARCH-IN-NAME.
           PERFORM L3-ARCHIVE-ONE-FLAT.

       L3-ARCHIVE-MASTER.
      * THE INDEXED MASTER IS ARCHIVED AS A FLAT COPY OF ITS RECORDS
           DISPLAY WS-COPY-CTR ' RECORD(S) ARCHIVED TO '
               WS-ARCH-OUT-NAME.

       L3-ARCHIVE-ALLOC.
      * THE SHORT-SHIP CREDITS ARE PART OF THE BALANCES JUST VERIFIED,
      * SO THEY ARE KEPT WITH THE SEASON THE SAME WAY AS THE MASTER -
      * A FLAT COPY IN ORDER-ID SEQUENCE. NO CBLPOPAL.DAT MEANS NOTHING
      * WAS SHORTED AND AN EMPTY ARCHIVE IS WRITTEN.
           MOVE SPACES TO WS-ARCH-OUT-NAME.
           STRING 'C:\COBOL\CBLPOPAL.' WS-CLOSE-YEAR
                   DELIMITED BY SIZE INTO WS-ARCH-OUT-NAME
           END-STRING.
           MOVE 0 TO WS-COPY-CTR.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-AL-STATUS NOT = '00'
               DISPLAY 'C:\COBOL\CBLPOPAL.DAT NOT ON FILE - EMPTY '
                   'ARCHIVE WRITTEN.'
               OPEN OUTPUT ARCH-OUT-FILE
               CLOSE ARCH-OUT-FILE
           ELSE
               OPEN OUTPUT ARCH-OUT-FILE
               MOVE 0 TO AL-ORDER-ID
               MOVE 'F' TO WS-DONE-SW
               START ALLOCATION-FILE KEY IS NOT LESS THAN AL-ORDER-ID
                   INVALID KEY
                       MOVE 'T' TO WS-DONE-SW
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ ALLOCATION-FILE NEXT RECORD
                       AT END
                           MOVE 'T' TO WS-DONE-SW
                       NOT AT END
                           MOVE SPACES TO AO-REC
                           MOVE AL-REC TO AO-REC
                           WRITE AO-REC
                           ADD 1 TO WS-COPY-CTR
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-FILE
               CLOSE ARCH-OUT-FILE
               DISPLAY WS-COPY-CTR ' RECORD(S) ARCHIVED TO '
                   WS-ARCH-OUT-NAME
           END-IF.

       L3-ARCHIVE-ONE-FLAT.
      * THE ARCHIVE NAME IS THE SOURCE NAME WITH THE SEASON YEAR IN
      * PLACE OF THE .DAT SUFFIX.
           CLOSE RUN-HISTORY-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           CLOSE SUSPENSE-FILE.
           OPEN OUTPUT RETURNS-FILE.
           CLOSE RETURNS-FILE.
           OPEN OUTPUT ALLOCATION-FILE.
           CLOSE ALLOCATION-FILE.
      * THE BATCH AND DEPOSIT FILES ARE EMPTIED THROUGH THE GENERIC
      * ARCHIVE WRITER - NOTHING HERE NEEDS THEIR LAYOUTS. DEPOSIT
      * NUMBERS AND BATCH NUMBERS START AGAIN AT 1 NEXT SEASON.
           MOVE 'C:\COBOL\CBLPOPBH.DAT' TO WS-ARCH-OUT-NAME.
           OPEN OUTPUT ARCH-OUT-FILE.
           CLOSE ARCH-OUT-FILE.
           MOVE 'C:\COBOL\CBLPOPBT.DAT' TO WS-ARCH-OUT-NAME.
           OPEN OUTPUT ARCH-OUT-FILE.
           CLOSE ARCH-OUT-FILE.
           MOVE 'C:\COBOL\CBLPOPDH.DAT' TO WS-ARCH-OUT-NAME.
           OPEN OUTPUT ARCH-OUT-FILE.
           CLOSE ARCH-OUT-FILE.
           DISPLAY 'FRESH SEASON FILES INITIALIZED.'.

       L2-CLOSING.
