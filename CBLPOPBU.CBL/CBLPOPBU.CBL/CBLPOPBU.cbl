      * CORRECTIONS CAN BE KEYED OFFLINE AND APPLIED IN THE OVERNIGHT
      * WINDOW BEFORE THE "R" REBUILD AND THE CBLKLM04 RERUN.
      *
      * ACTION CODES:  H - BATCH HEADER FOR THE ADDS THAT FOLLOW IT
      *                A - ADD     (REJECTED IF THE KEY ALREADY EXISTS
      *                             OR NO BATCH HEADER IS AHEAD OF IT)
      *                C - CHANGE  (REJECTED IF THE KEY IS NOT FOUND)
      *                D - DELETE  (REJECTED IF THE KEY IS NOT FOUND)
      * EVERY TRANSACTION IS LISTED ON THE REGISTER CBLPOPTR.PRT WITH
      * ITS DISPOSITION AND THE REASON FOR ANY REJECT.
      *
      * NEW ORDERS COME IN BATCHES, ONE PER BUNDLE OF SHEETS, AS IN
      * CBLPOPMT. AN H TRANSACTION CARRIES THE SHEETS' ORDER COUNT,
      * TOTAL CASES AND SUM OF SELLER NUMBERS; THE RUN OPENS THE NEXT
      * NUMBERED BATCH ON CBLPOPBH.DAT FOR IT AND TAGS EACH ADD APPLIED
      * AFTER IT ON CBLPOPBT.DAT. AT THE NEXT H, OR THE END OF THE
      * FILE, THE APPLIED ADDS ARE COMPARED WITH THE HEADER AND THE
      * BATCH IS BALANCED OR HELD - A HELD BATCH IS CORRECTED OR
      * RELEASED IN CBLPOPMT AND ITS ORDERS STAY OUT OF THE CBLKLM04
      * EXTRACT UNTIL THEN.
      *
      * COMPLETION CODES FOR THE CBLPOPJS JOB STREAM: 0 - ALL APPLIED,
      * 4 - RUN COMPLETE WITH REJECTS ON THE REGISTER OR A BATCH HELD
      * (OR NO CBLPOPTR.DAT TONIGHT), 16 - A FILE COULD NOT BE OPENED
      * OR THE OPERATOR IS NOT AUTHORIZED.
      *
      * THE RUN NEEDS AN OPERATOR WITH ORDER-MAINTENANCE AUTHORITY,
      * WHOSE ID IS STAMPED ON EVERY AUDIT RECORD. THE JOB STREAM
      * PASSES ITS SIGNED-ON OPERATOR ON THE COMMAND LINE, WHICH
      * CBLPOPSO VERIFIES; RUN BY HAND WITH NO OPERATOR ON THE COMMAND
      * LINE, THE USUAL SIGN-ON PROMPT IS GIVEN.
      ******************************************************************

       environment division.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRANS-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPTR.DAT'
               ASSIGN TO 'C:\COBOL\CBLPOPAU.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT BATCH-HEADER-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPBH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BH-STATUS.
           SELECT BATCH-TAG-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPBT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-STATUS.

       data division.
       FILE SECTION.
               88 TR-ADD           VALUE 'A'.
               88 TR-CHANGE        VALUE 'C'.
               88 TR-DELETE        VALUE 'D'.
               88 TR-BATCH-HEADER  VALUE 'H'.
           05 TR-DATA              PIC X(94).
       01 TR-FIELDS REDEFINES TR-REC.
           05 FILLER               PIC X.
           05 FILLER               PIC X(41).
           05 TR-ORDER-ID          PIC 9(6).
           05 FILLER               PIC X(17).
       01 TR-HEADER-FIELDS REDEFINES TR-REC.
           05 FILLER               PIC X.
           05 TR-BH-ORDERS         PIC 9(3).
           05 TR-BH-CASES          PIC 9(5).
           05 TR-BH-HASH           PIC 9(7).
           05 FILLER               PIC X(79).

       FD REGISTER-PRTOUT
           LABEL RECORD IS OMITTED
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD BATCH-HEADER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BH-REC
           RECORD CONTAINS 68 CHARACTERS.
           COPY POPBATCH.

       FD BATCH-TAG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BT-REC
           RECORD CONTAINS 10 CHARACTERS.
           COPY POPBTAG.

       working-storage section.
       COPY POPEDITC.
       COPY POPSIGNC.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-TR-STATUS         PIC XX      VALUE '00'.
           05 WS-AU-STATUS         PIC XX      VALUE '00'.
           05 WS-AU-ACTION         PIC X       VALUE SPACES.
           05 WS-COMMAND-LINE      PIC X(40)   VALUE SPACES.
           05 WS-BEFORE-IMAGE      PIC X(94)   VALUE SPACES.
           05 WS-STAMP.
               10 WS-STAMP-DATE    PIC 9(8).
           05 C-TRANS-CTR          PIC 9(5)    VALUE 0.
           05 C-APPLIED-CTR        PIC 9(5)    VALUE 0.
           05 C-REJECT-CTR         PIC 9(5)    VALUE 0.
           05 C-BATCH-CTR          PIC 9(5)    VALUE 0.
           05 C-HELD-CTR           PIC 9(5)    VALUE 0.
           05 WS-BH-STATUS         PIC XX      VALUE '00'.
           05 WS-BT-STATUS         PIC XX      VALUE '00'.
           05 WS-BH-DONE-SW        PIC X       VALUE 'F'.
               88 WS-BH-DONE       VALUE 'T'.
           05 WS-CUR-SUB           PIC 9(4)    VALUE 0.
           05 WS-BATCH-NO          PIC 9(4)    VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
       01 BATCH-TABLE.
           05 BATCH-COUNT          PIC 9(4)    VALUE 0.
           05 BATCH-ENTRY OCCURS 500 TIMES.
               10 BAT-NO           PIC 9(4).
               10 FILLER           PIC X(64).
       01 HEADINGS1.
           05 FILLER               PIC X(6)    VALUE 'DATE: '.
           05 H1-DATE.
           05 O-F-NAME             PIC X(15).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-DISPOSITION        PIC X(56).
       01 BATCH-LINE.
           05 FILLER               PIC XX      VALUE SPACES.
           05 FILLER               PIC X(6)    VALUE 'BATCH '.
           05 O-BT-NO              PIC 9(4).
           05 FILLER               PIC XX      VALUE SPACES.
           05 O-BT-RESULT          PIC X(22).
           05 FILLER               PIC X(7)    VALUE 'HEADER '.
           05 O-BT-CTL-ORDERS      PIC ZZ9.
           05 FILLER               PIC X(8)    VALUE ' ORDERS '.
           05 O-BT-CTL-CASES       PIC ZZZZ9.
           05 FILLER               PIC X(7)    VALUE ' CASES '.
           05 FILLER               PIC X(5)    VALUE 'HASH '.
           05 O-BT-CTL-HASH        PIC 9(7).
           05 FILLER               PIC XXX     VALUE SPACES.
           05 FILLER               PIC X(7)    VALUE 'KEYED  '.
           05 O-BT-KEY-ORDERS      PIC ZZ9.
           05 FILLER               PIC X(8)    VALUE ' ORDERS '.
           05 O-BT-KEY-CASES       PIC ZZZZ9.
           05 FILLER               PIC X(7)    VALUE ' CASES '.
           05 FILLER               PIC X(5)    VALUE 'HASH '.
           05 O-BT-KEY-HASH        PIC 9(7).
       01 BATCH-TOTALS.
           05 FILLER               PIC X(19)
                   VALUE 'BATCHES CLOSED:    '.
           05 O-BATCH-CTR          PIC ZZZZ9.
           05 FILLER               PIC X(5)    VALUE SPACES.
           05 FILLER               PIC X(9)    VALUE 'HELD:    '.
           05 O-HELD-CTR           PIC ZZZZ9.
       01 REGISTER-TOTALS.
           05 FILLER               PIC X(19)
                   VALUE 'TRANSACTIONS READ: '.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           PERFORM L2-SIGN-ON.
           OPEN I-O POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANS-FILE.
               DISPLAY 'UNABLE TO OPEN CBLPOPTR.DAT, STATUS: '
                   WS-TR-STATUS
               CLOSE POP-MASTER-IDX
      * NO TRANSACTION FILE IS A NIGHT WITH NO CORRECTIONS, NOT A
      * BROKEN STREAM - ANY OTHER STATUS IS.
               IF WS-TR-STATUS = '35'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
                   WS-AU-STATUS
               CLOSE POP-MASTER-IDX
               CLOSE TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BATCH-TAG-FILE.
           IF WS-BT-STATUS = '35'
               OPEN OUTPUT BATCH-TAG-FILE
           END-IF.
           IF WS-BT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPBT.DAT, STATUS: '
                   WS-BT-STATUS
               CLOSE POP-MASTER-IDX
               CLOSE TRANS-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM L2-LOAD-BATCHES.
           OPEN OUTPUT REGISTER-PRTOUT.
           PERFORM L4-HEADINGS.
           PERFORM L3-READ.

       L2-LOAD-BATCHES.
      * NO CBLPOPBH.DAT YET IS A SEASON WITH NO BATCHES KEYED.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT BATCH-HEADER-FILE.
           IF WS-BH-STATUS = '00'
               PERFORM UNTIL WS-BH-DONE
                   READ BATCH-HEADER-FILE
                       AT END
                           MOVE 'T' TO WS-BH-DONE-SW
                       NOT AT END
                           IF BATCH-COUNT < 500
                               ADD 1 TO BATCH-COUNT
                               MOVE BH-REC TO BATCH-ENTRY (BATCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-HEADER-FILE
           END-IF.

       L2-SAVE-BATCHES.
      * THE WHOLE FILE IS REWRITTEN FROM THE TABLE, AS CBLPOPMT DOES.
           OPEN OUTPUT BATCH-HEADER-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BATCH-COUNT
               MOVE BATCH-ENTRY (WS-SUB) TO BH-REC
               WRITE BH-REC
           END-PERFORM.
           CLOSE BATCH-HEADER-FILE.

       L2-SIGN-ON.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE) TO WS-COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO SO-OPER-ID
           END-UNSTRING.
           IF SO-OPER-ID = SPACES
               MOVE 'S' TO SO-FUNCTION
           ELSE
               MOVE 'V' TO SO-FUNCTION
           END-IF.
           MOVE 'CBLPOPBU' TO SO-CALLER.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPBU NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT SO-MAY-ORDERS
               DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
                   'ORDER MAINTENANCE - CBLPOPBU NOT STARTED.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-MAINLINE.
           ADD 1 TO C-TRANS-CTR.
           MOVE TR-ACTION TO O-ACTION.
           MOVE TR-LNAME TO O-L-NAME.
           MOVE TR-FNAME TO O-F-NAME.
           EVALUATE TRUE
               WHEN TR-BATCH-HEADER
                   PERFORM L3-OPEN-BATCH
               WHEN TR-ADD
                   PERFORM L3-APPLY-ADD
               WHEN TR-CHANGE
           PERFORM L4-WRITE-REGISTER.
           PERFORM L3-READ.

       L3-OPEN-BATCH.
      * AN H CLOSES THE BATCH BEFORE IT, THEN OPENS THE NEXT NUMBER.
      * A HEADER THAT CANNOT BE USED LEAVES NO BATCH OPEN, SO THE ADDS
      * BEHIND IT ARE REJECTED RATHER THAN APPLIED UNCONTROLLED.
           PERFORM L3-CLOSE-BATCH.
           MOVE SPACES TO O-L-NAME.
           MOVE SPACES TO O-F-NAME.
           MOVE 0 TO O-ORDER-ID.
           IF TR-BH-ORDERS NOT NUMERIC
                   OR TR-BH-CASES NOT NUMERIC
                   OR TR-BH-HASH NOT NUMERIC
               MOVE 'REJECTED - BATCH HEADER FIGURES NOT NUMERIC'
                   TO O-DISPOSITION
               ADD 1 TO C-REJECT-CTR
           ELSE
               IF BATCH-COUNT NOT < 500
                   MOVE 'REJECTED - BATCH TABLE FULL'
                       TO O-DISPOSITION
                   ADD 1 TO C-REJECT-CTR
               ELSE
                   PERFORM L4-ADD-BATCH
               END-IF
           END-IF.

       L4-ADD-BATCH.
           MOVE 0 TO WS-BATCH-NO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BATCH-COUNT
               IF BAT-NO (WS-SUB) > WS-BATCH-NO
                   MOVE BAT-NO (WS-SUB) TO WS-BATCH-NO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-BATCH-NO.
           MOVE SPACES TO BH-REC.
           MOVE WS-BATCH-NO TO BH-BATCH-NO.
           MOVE 'B' TO BH-SOURCE.
           MOVE 'O' TO BH-STATUS.
           MOVE TR-BH-ORDERS TO BH-CTL-ORDERS.
           MOVE TR-BH-CASES TO BH-CTL-CASES.
           MOVE TR-BH-HASH TO BH-CTL-HASH.
           MOVE 0 TO BH-KEY-ORDERS.
           MOVE 0 TO BH-KEY-CASES.
           MOVE 0 TO BH-KEY-HASH.
           MOVE CUR-DATE TO BH-OPEN-DATE.
           MOVE SO-OPER-ID TO BH-OPEN-OPER.
           MOVE 0 TO BH-CLOSE-DATE.
           ADD 1 TO BATCH-COUNT.
           MOVE BATCH-COUNT TO WS-CUR-SUB.
           MOVE BH-REC TO BATCH-ENTRY (WS-CUR-SUB).
           PERFORM L2-SAVE-BATCHES.
           MOVE SPACES TO O-DISPOSITION.
           STRING 'BATCH ' WS-BATCH-NO ' OPENED' DELIMITED BY SIZE
               INTO O-DISPOSITION
           END-STRING.

       L3-CLOSE-BATCH.
           IF WS-CUR-SUB > 0
               MOVE BATCH-ENTRY (WS-CUR-SUB) TO BH-REC
               MOVE CUR-DATE TO BH-CLOSE-DATE
               ADD 1 TO C-BATCH-CTR
               IF BH-KEYED = BH-CONTROL
                   MOVE 'B' TO BH-STATUS
                   MOVE 'BALANCED' TO O-BT-RESULT
               ELSE
                   MOVE 'H' TO BH-STATUS
                   MOVE 'HELD - OUT OF BALANCE' TO O-BT-RESULT
                   ADD 1 TO C-HELD-CTR
               END-IF
               MOVE BH-REC TO BATCH-ENTRY (WS-CUR-SUB)
               PERFORM L2-SAVE-BATCHES
               MOVE BH-BATCH-NO TO O-BT-NO
               MOVE BH-CTL-ORDERS TO O-BT-CTL-ORDERS
               MOVE BH-CTL-CASES TO O-BT-CTL-CASES
               MOVE BH-CTL-HASH TO O-BT-CTL-HASH
               MOVE BH-KEY-ORDERS TO O-BT-KEY-ORDERS
               MOVE BH-KEY-CASES TO O-BT-KEY-CASES
               MOVE BH-KEY-HASH TO O-BT-KEY-HASH
               WRITE PRTLINE FROM BATCH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
               END-WRITE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
               END-WRITE
               MOVE 0 TO WS-CUR-SUB
           END-IF.

       L3-APPLY-ADD.
           IF WS-CUR-SUB = 0
               MOVE 'REJECTED - NO BATCH HEADER AHEAD OF THIS ADD'
                   TO O-DISPOSITION
               ADD 1 TO C-REJECT-CTR
           ELSE
               PERFORM L4-APPLY-BATCHED-ADD
           END-IF.

       L4-APPLY-BATCHED-ADD.
           MOVE TR-DATA TO I-REC.
           PERFORM L4-EDIT-RECORD.
           IF ED-CLEAN
                       MOVE 'A' TO WS-AU-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM L4-WRITE-AUDIT
                       PERFORM L4-TAG-BATCH-ORDER
                       MOVE 'APPLIED' TO O-DISPOSITION
                       ADD 1 TO C-APPLIED-CTR
               END-WRITE
           END-IF.

       L4-TAG-BATCH-ORDER.
           MOVE BATCH-ENTRY (WS-CUR-SUB) TO BH-REC.
           MOVE P-ORDER-ID TO BT-ORDER-ID.
           MOVE BH-BATCH-NO TO BT-BATCH-NO.
           WRITE BT-REC.
           ADD 1 TO BH-KEY-ORDERS.
           ADD P-CASES TO BH-KEY-CASES.
           ADD P-SELLER-NO TO BH-KEY-HASH.
           MOVE BH-REC TO BATCH-ENTRY (WS-CUR-SUB).

       L3-APPLY-CHANGE.
           MOVE TR-ORDER-ID TO P-ORDER-ID.
           READ POP-MASTER-IDX
           ELSE
               MOVE I-REC TO AU-AFTER
           END-IF.
           MOVE SO-OPER-ID TO AU-OPERATOR.
           WRITE AUDIT-REC.

       L4-WRITE-REGISTER.
                       PERFORM L4-HEADINGS.

       L2-TOTALS.
           PERFORM L3-CLOSE-BATCH.
           WRITE PRTLINE FROM BLANK-LINE.
           MOVE C-TRANS-CTR TO O-TRANS-CTR.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM REGISTER-TOTALS.
           MOVE C-BATCH-CTR TO O-BATCH-CTR.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           WRITE PRTLINE FROM BATCH-TOTALS.

       L2-CLOSING.
           CLOSE POP-MASTER-IDX.
           CLOSE TRANS-FILE.
           CLOSE REGISTER-PRTOUT.
           CLOSE AUDIT-FILE.
           CLOSE BATCH-TAG-FILE.
           DISPLAY C-APPLIED-CTR ' TRANSACTION(S) APPLIED, '
               C-REJECT-CTR ' REJECTED.'.
           IF C-HELD-CTR > 0
               DISPLAY C-HELD-CTR ' BATCH(ES) HELD OUT OF BALANCE - '
                   'CORRECT OR RELEASE THEM IN CBLPOPMT.'
           END-IF.
           DISPLAY 'REMEMBER THE R REBUILD IN CBLPOPMT BEFORE THE '
               'CBLKLM04 RERUN.'.
           IF C-REJECT-CTR > 0 OR C-HELD-CTR > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       L3-READ.
