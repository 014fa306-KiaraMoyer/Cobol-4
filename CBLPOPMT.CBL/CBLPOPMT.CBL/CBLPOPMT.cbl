      * CBLPOPMT, MAKE THE ADD/CHANGE/DELETE EDITS, CHOOSE R BEFORE
      * EXITING, THEN RE-RUN CBLKLM04 TO GET A REPORT THAT REFLECTS THE
      * CORRECTED MASTER.
      *
      * CBLPOPIX.DAT CARRIES AN ALTERNATE KEY ON P-SELLER-NO (WITH
      * DUPLICATES) SO ONE SELLER'S ORDERS CAN BE READ DIRECTLY BY
      * CBLPOPSI, CBLPOPDP AND CBLPOPPK. A CBLPOPIX.DAT BUILT WITHOUT
      * THAT KEY IS REFUSED ON OPEN - MOVE IT ASIDE AND "L" LOAD THE
      * LATEST CBLPOPSL.DAT INTO A NEW ONE.
      *
      * THE NIGHTLY CBLPOPJS JOB STREAM STARTS THIS AS "CBLPOPMT R":
      * WITH THE R PARAMETER ON THE COMMAND LINE THE REBUILD RUNS
      * STRAIGHT THROUGH WITH NO MENU, AND A NON-ZERO COMPLETION CODE
      * (16) TELLS THE STREAM THE EXTRACT WAS NOT REBUILT.
      *
      * EVERY SESSION SIGNS ON THROUGH CBLPOPSO AND THE OPERATOR ID IS
      * STAMPED ON EACH AUDIT RECORD. ADD, CHANGE, DELETE, LOAD AND
      * REBUILD NEED ORDER-MAINTENANCE AUTHORITY; INQUIRY IS OPEN TO
      * ANY OPERATOR. THE JOB STREAM PASSES ITS OWN SIGNED-ON OPERATOR
      * AFTER THE PARAMETER ("CBLPOPMT R OPERID"), WHICH IS VERIFIED
      * AGAINST THE OPERATOR MASTER INSTEAD OF PROMPTING.
      *
      * NEW ORDERS ARE KEYED IN NUMBERED BATCHES, ONE PER BUNDLE OF
      * ORDER SHEETS. "B" OPENS A BATCH WITH THE CONTROL FIGURES OFF
      * THE SHEETS (ORDER COUNT, TOTAL CASES, SUM OF SELLER NUMBERS)
      * ON CBLPOPBH.DAT, AND EVERY "A" ADD IS TAGGED WITH THE CURRENT
      * BATCH ON CBLPOPBT.DAT. "E" ENDS THE BATCH AND COUNTS THE
      * TAGGED ORDERS AGAINST THE CONTROLS - AN OUT-OF-BALANCE BATCH
      * IS HELD AND ITS ORDERS LISTED. A HELD BATCH IS "S" SELECTED,
      * CORRECTED (MISSING ORDERS ADDED, WRONG ONES CHANGED, OR THE
      * HEADER ITSELF CORRECTED WITH "H") AND ENDED AGAIN, OR "V"
      * RELEASED AS IT STANDS BY AN OPERATOR WITH SUPERVISOR
      * AUTHORITY. THE ORDERS OF AN OPEN OR HELD BATCH ARE LEFT OUT OF
      * THE "R" REBUILD OF CBLPOPSL.DAT UNTIL THE BATCH BALANCES OR IS
      * RELEASED; THE JOB-STREAM REBUILD THEN ENDS WITH CODE 4.
      * CBLPOPBS REPORTS THE STATUS OF EVERY BATCH.
      ******************************************************************

       environment division.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POP-MASTER-SEQ
               ASSIGN TO 'C:\COBOL\CBLPOPSL.DAT'
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
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-COMMAND-LINE      PIC X(40)   VALUE SPACES.
           05 WS-RUN-PARM          PIC X(8)    VALUE SPACES.
               88 WS-BATCH-REBUILD VALUE 'R'.
           05 WS-CONFIRM           PIC X       VALUE SPACES.
           05 WS-ORDER-ID          PIC 9(6)    VALUE 0.
           05 WS-REBUILD-COUNT     PIC 9(5)    VALUE 0.
               10 CUR-YEAR         PIC 9(4).
               10 CUR-MONTH        PIC XX.
               10 CUR-DAY          PIC XX.
           05 WS-BH-STATUS         PIC XX      VALUE '00'.
           05 WS-BT-STATUS         PIC XX      VALUE '00'.
           05 WS-CUR-BATCH         PIC 9(4)    VALUE 0.
           05 WS-CUR-SUB           PIC 9(4)    VALUE 0.
           05 WS-BATCH-NO          PIC 9(4)    VALUE 0.
           05 WS-BATCH-SUB         PIC 9(4)    VALUE 0.
           05 WS-SUB               PIC 9(4)    VALUE 0.
           05 WS-BH-DONE-SW        PIC X       VALUE 'F'.
               88 WS-BH-DONE       VALUE 'T'.
           05 WS-TAG-DONE-SW       PIC X       VALUE 'F'.
               88 WS-TAG-DONE      VALUE 'T'.
           05 WS-LIST-ORDERS-SW    PIC X       VALUE 'F'.
               88 WS-LIST-ORDERS   VALUE 'T'.
           05 WS-HELD-SW           PIC X       VALUE 'F'.
               88 WS-ORDER-HELD    VALUE 'T'.
           05 WS-HELD-COUNT        PIC 9(5)    VALUE 0.
       01 BATCH-TABLE.
           05 BATCH-COUNT          PIC 9(4)    VALUE 0.
           05 BATCH-ENTRY OCCURS 500 TIMES.
               10 BAT-NO           PIC 9(4).
               10 BAT-SOURCE       PIC X.
               10 BAT-STATUS       PIC X.
                   88 BAT-HOLDS-ORDERS VALUE 'O' 'H'.
               10 FILLER           PIC X(62).
       01 HOLD-TABLE.
      * ORDER IDS OF THE OPEN AND HELD BATCHES, KEPT OUT OF THE
      * CBLPOPSL.DAT REBUILD.
           05 HOLD-COUNT           PIC 9(4)    VALUE 0.
           05 HOLD-ORDER-ID OCCURS 2000 TIMES PIC 9(6).

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           EVALUATE TRUE
               WHEN WS-RUN-PARM = SPACES
                   PERFORM L2-MENU
                       UNTIL WS-DONE
               WHEN WS-BATCH-REBUILD
                   PERFORM L2-BATCH-REBUILD
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
           PERFORM L2-SIGN-ON.
           OPEN I-O POP-MASTER-IDX.
           IF WS-FILE-STATUS = '35'
      * FIRST RUN AGAINST A NEW SEASON - CBLPOPIX.DAT DOESN'T EXIST
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
                   WS-FILE-STATUS
               MOVE 'T' TO WS-DONE-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
      * THE AUDIT TRAIL IS CUMULATIVE - EVERY SESSION APPENDS. THE
      * BOARD EXPECTS EVERY CORRECTION TO THE MONEY FIGURES TO BE
               DISPLAY 'UNABLE TO OPEN CBLPOPAU.DAT, STATUS: '
                   WS-AU-STATUS
               MOVE 'T' TO WS-DONE-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM L2-LOAD-BATCHES.

       L2-LOAD-BATCHES.
      * NO CBLPOPBH.DAT YET IS A SEASON WITH NO BATCHES KEYED.
           MOVE 0 TO BATCH-COUNT.
           OPEN INPUT BATCH-HEADER-FILE.
           IF WS-BH-STATUS = '00'
               MOVE 'F' TO WS-BH-DONE-SW
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
      * THE WHOLE FILE IS REWRITTEN FROM THE TABLE ON EVERY SAVE, AS
      * CBLPOPTX DOES WITH THE TEAM MASTER.
           OPEN OUTPUT BATCH-HEADER-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BATCH-COUNT
               MOVE BATCH-ENTRY (WS-SUB) TO BH-REC
               WRITE BH-REC
           END-PERFORM.
           CLOSE BATCH-HEADER-FILE.

       L2-SIGN-ON.
      * NO SIGN-ON, NO SESSION - NOTHING IS OPENED UNTIL THE OPERATOR
      * IS KNOWN, SO EVERY AUDIT RECORD WRITTEN BELOW NAMES A PERSON.
           IF WS-RUN-PARM = SPACES
               MOVE 'S' TO SO-FUNCTION
           ELSE
               MOVE 'V' TO SO-FUNCTION
           END-IF.
           MOVE 'CBLPOPMT' TO SO-CALLER.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPMT NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       L2-BATCH-REBUILD.
      * UNATTENDED REBUILD FOR THE JOB STREAM. AN EMPTY INDEXED MASTER
      * IS REFUSED RATHER THAN REBUILT - NOBODY IS AT THE KEYBOARD TO
      * NOTICE CBLPOPSL.DAT BEING OVERWRITTEN WITH NOTHING.
           IF NOT SO-MAY-ORDERS
               PERFORM L4-NOT-AUTHORIZED
               MOVE 'T' TO WS-DONE-SW
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF NOT WS-DONE
               MOVE 0 TO P-ORDER-ID
               START POP-MASTER-IDX KEY IS NOT LESS THAN P-ORDER-ID
                   INVALID KEY
                       DISPLAY 'CBLPOPIX.DAT IS EMPTY - REBUILD '
                           'REFUSED, CBLPOPSL.DAT LEFT AS IT WAS.'
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM L3-REBUILD-EXTRACT
                       IF WS-HELD-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-START
           END-IF.

       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'POP-MASTER MAINTENANCE'.
           IF WS-CUR-BATCH > 0
               DISPLAY 'CURRENT ORDER BATCH: ' WS-CUR-BATCH
           END-IF.
           DISPLAY '  B - BEGIN A NEW ORDER BATCH'.
           DISPLAY '  S - SELECT AN OPEN OR HELD BATCH'.
           DISPLAY '  E - END THE CURRENT BATCH AND BALANCE IT'.
           DISPLAY '  H - CORRECT THE CURRENT BATCH HEADER'.
           DISPLAY '  V - RELEASE A HELD BATCH (SUPERVISOR)'.
           DISPLAY '  A - ADD A RECORD TO THE CURRENT BATCH'.
           DISPLAY '  C - CHANGE A RECORD'.
           DISPLAY '  D - DELETE A RECORD'.
           DISPLAY '  I - INQUIRE ON A RECORD'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'B'
                   IF SO-MAY-ORDERS
                       PERFORM L3-BEGIN-BATCH
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'S'
                   IF SO-MAY-ORDERS
                       PERFORM L3-SELECT-BATCH
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'E'
                   IF SO-MAY-ORDERS
                       PERFORM L3-END-BATCH
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'H'
                   IF SO-MAY-ORDERS
                       PERFORM L3-CORRECT-HEADER
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'V'
                   IF SO-MAY-SUPERVISE
                       PERFORM L3-RELEASE-BATCH
                   ELSE
                       DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT A '
                           'SUPERVISOR - BATCH NOT RELEASED.'
                   END-IF
               WHEN 'A'
                   IF SO-MAY-ORDERS
                       PERFORM L3-ADD
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'C'
                   IF SO-MAY-ORDERS
                       PERFORM L3-CHANGE
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'D'
                   IF SO-MAY-ORDERS
                       PERFORM L3-DELETE
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'I'
                   PERFORM L3-INQUIRE
               WHEN 'L'
                   IF SO-MAY-ORDERS
                       PERFORM L3-LOAD-FROM-SEQ
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'R'
                   IF SO-MAY-ORDERS
                       PERFORM L3-REBUILD-EXTRACT
                   ELSE
                       PERFORM L4-NOT-AUTHORIZED
                   END-IF
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
           END-EVALUATE.

       L3-ADD.
           IF WS-CUR-BATCH = 0
               DISPLAY 'BEGIN (B) OR SELECT (S) AN ORDER BATCH BEFORE '
                   'ADDING ORDERS.'
           ELSE
               PERFORM L4-ADD-ORDER
           END-IF.

       L4-ADD-ORDER.
           PERFORM L4-ACCEPT-ORDER-ID.
           MOVE WS-ORDER-ID TO P-ORDER-ID.
           PERFORM L4-ACCEPT-FIELDS.
                   MOVE 'A' TO WS-AU-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM L4-WRITE-AUDIT
                   PERFORM L4-WRITE-BATCH-TAG
                   DISPLAY 'RECORD ADDED TO BATCH ' WS-CUR-BATCH '.'
           END-WRITE.

       L4-WRITE-BATCH-TAG.
           OPEN EXTEND BATCH-TAG-FILE.
           IF WS-BT-STATUS = '35'
               OPEN OUTPUT BATCH-TAG-FILE
           END-IF.
           MOVE P-ORDER-ID TO BT-ORDER-ID.
           MOVE WS-CUR-BATCH TO BT-BATCH-NO.
           WRITE BT-REC.
           CLOSE BATCH-TAG-FILE.

       L3-BEGIN-BATCH.
      * THE NUMBER IS ASSIGNED HERE, ONE ABOVE THE HIGHEST ON FILE,
      * AND WRITTEN ON THE BUNDLE BY THE OPERATOR. A BATCH ALREADY
      * CURRENT IS LEFT OPEN AND CAN BE SELECTED AGAIN LATER.
           IF BATCH-COUNT NOT < 500
               DISPLAY 'BATCH TABLE FULL - NO NEW BATCH OPENED.'
           ELSE
               MOVE 0 TO WS-BATCH-NO
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > BATCH-COUNT
                   IF BAT-NO (WS-SUB) > WS-BATCH-NO
                       MOVE BAT-NO (WS-SUB) TO WS-BATCH-NO
                   END-IF
               END-PERFORM
               ADD 1 TO WS-BATCH-NO
               MOVE SPACES TO BH-REC
               MOVE WS-BATCH-NO TO BH-BATCH-NO
               MOVE 'M' TO BH-SOURCE
               MOVE 'O' TO BH-STATUS
               PERFORM L4-ACCEPT-CONTROLS
               MOVE 0 TO BH-KEY-ORDERS
               MOVE 0 TO BH-KEY-CASES
               MOVE 0 TO BH-KEY-HASH
               MOVE CUR-DATE TO BH-OPEN-DATE
               MOVE SO-OPER-ID TO BH-OPEN-OPER
               MOVE 0 TO BH-CLOSE-DATE
               ADD 1 TO BATCH-COUNT
               MOVE BH-REC TO BATCH-ENTRY (BATCH-COUNT)
               PERFORM L2-SAVE-BATCHES
               MOVE WS-BATCH-NO TO WS-CUR-BATCH
               MOVE BATCH-COUNT TO WS-CUR-SUB
               DISPLAY 'BATCH ' WS-CUR-BATCH ' OPENED - WRITE THE '
                   'NUMBER ON THE BUNDLE.'
           END-IF.

       L4-ACCEPT-CONTROLS.
           DISPLAY 'ENTER ORDER COUNT FROM THE SHEETS: '
               WITH NO ADVANCING.
           ACCEPT BH-CTL-ORDERS.
           DISPLAY 'ENTER TOTAL CASES FROM THE SHEETS: '
               WITH NO ADVANCING.
           ACCEPT BH-CTL-CASES.
           DISPLAY 'ENTER HASH TOTAL OF SELLER NUMBERS: '
               WITH NO ADVANCING.
           ACCEPT BH-CTL-HASH.

       L3-SELECT-BATCH.
           DISPLAY 'ENTER BATCH NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-BATCH-NO.
           PERFORM L4-FIND-BATCH.
           IF WS-BATCH-SUB = 0
               DISPLAY 'BATCH NOT ON FILE.'
           ELSE
               IF NOT BH-HOLDS-ORDERS
                   DISPLAY 'BATCH ' WS-BATCH-NO ' IS ALREADY '
                       'BALANCED OR RELEASED - NOT REOPENED.'
               ELSE
                   MOVE WS-BATCH-NO TO WS-CUR-BATCH
                   MOVE WS-BATCH-SUB TO WS-CUR-SUB
                   PERFORM L4-SHOW-BATCH-FIGURES
                   IF BH-HELD
                       DISPLAY 'BATCH IS HELD - ADD THE MISSING '
                           'ORDERS (A), CORRECT THE OTHERS (C/D) OR '
                           'THE HEADER (H), THEN END IT AGAIN (E).'
                   END-IF
               END-IF
           END-IF.

       L4-FIND-BATCH.
      * BY WS-BATCH-NO; WS-BATCH-SUB IS ZERO WHEN NOT ON FILE, OTHERWISE
      * THE HEADER IS LEFT IN BH-REC.
           MOVE 0 TO WS-BATCH-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BATCH-COUNT
               IF BAT-NO (WS-SUB) = WS-BATCH-NO
                   MOVE WS-SUB TO WS-BATCH-SUB
                   MOVE BATCH-COUNT TO WS-SUB
               END-IF
           END-PERFORM.
           IF WS-BATCH-SUB > 0
               MOVE BATCH-ENTRY (WS-BATCH-SUB) TO BH-REC
           END-IF.

       L3-END-BATCH.
      * THE KEYED FIGURES ARE COUNTED FROM THE TAGGED ORDERS AS THEY
      * STAND ON CBLPOPIX.DAT NOW, SO A CHANGE OR DELETE MADE WHILE
      * CORRECTING A HELD BATCH IS COUNTED THE SAME AS AN ADD.
           IF WS-CUR-BATCH = 0
               DISPLAY 'NO CURRENT BATCH TO END.'
           ELSE
               MOVE BATCH-ENTRY (WS-CUR-SUB) TO BH-REC
               MOVE 'F' TO WS-LIST-ORDERS-SW
               PERFORM L4-COUNT-BATCH
               MOVE CUR-DATE TO BH-CLOSE-DATE
               IF BH-KEYED = BH-CONTROL
                   MOVE 'B' TO BH-STATUS
                   DISPLAY 'BATCH ' WS-CUR-BATCH ' BALANCED.'
               ELSE
                   MOVE 'H' TO BH-STATUS
                   DISPLAY 'BATCH ' WS-CUR-BATCH ' IS OUT OF BALANCE '
                       'AND IS HELD.'
                   PERFORM L4-SHOW-BATCH-FIGURES
                   DISPLAY 'ORDERS KEYED IN THE BATCH:'
                   MOVE 'T' TO WS-LIST-ORDERS-SW
                   PERFORM L4-COUNT-BATCH
               END-IF
               MOVE BH-REC TO BATCH-ENTRY (WS-CUR-SUB)
               PERFORM L2-SAVE-BATCHES
               MOVE 0 TO WS-CUR-BATCH
               MOVE 0 TO WS-CUR-SUB
           END-IF.

       L4-COUNT-BATCH.
           MOVE 0 TO BH-KEY-ORDERS.
           MOVE 0 TO BH-KEY-CASES.
           MOVE 0 TO BH-KEY-HASH.
           OPEN INPUT BATCH-TAG-FILE.
           IF WS-BT-STATUS = '00'
               MOVE 'F' TO WS-TAG-DONE-SW
               PERFORM UNTIL WS-TAG-DONE
                   READ BATCH-TAG-FILE
                       AT END
                           MOVE 'T' TO WS-TAG-DONE-SW
                       NOT AT END
                           IF BT-BATCH-NO = BH-BATCH-NO
                               PERFORM L5-COUNT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-TAG-FILE
           END-IF.

       L5-COUNT-ONE-ORDER.
           MOVE BT-ORDER-ID TO P-ORDER-ID.
           READ POP-MASTER-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO BH-KEY-ORDERS
                   ADD P-CASES TO BH-KEY-CASES
                   ADD P-SELLER-NO TO BH-KEY-HASH
                   IF WS-LIST-ORDERS
                       DISPLAY '  ORDER ' P-ORDER-ID ' SELLER '
                           P-SELLER-NO ' ' P-LNAME ' TYPE '
                           P-POP-TYPE ' CASES ' P-CASES
                   END-IF
           END-READ.

       L4-SHOW-BATCH-FIGURES.
           DISPLAY 'BATCH ' BH-BATCH-NO '   ORDERS  CASES  SELLER HASH'.
           DISPLAY '  HEADER:       ' BH-CTL-ORDERS '  ' BH-CTL-CASES
               '  ' BH-CTL-HASH.
           DISPLAY '  KEYED:        ' BH-KEY-ORDERS '  ' BH-KEY-CASES
               '  ' BH-KEY-HASH.

       L3-CORRECT-HEADER.
      * FOR A SHEET TOTAL THAT WAS ADDED UP OR KEYED WRONG - THE
      * ORDERS WERE RIGHT, THE CONTROL FIGURES WERE NOT.
           IF WS-CUR-BATCH = 0
               DISPLAY 'SELECT (S) THE BATCH TO CORRECT FIRST.'
           ELSE
               MOVE BATCH-ENTRY (WS-CUR-SUB) TO BH-REC
               PERFORM L4-SHOW-BATCH-FIGURES
               PERFORM L4-ACCEPT-CONTROLS
               MOVE BH-REC TO BATCH-ENTRY (WS-CUR-SUB)
               PERFORM L2-SAVE-BATCHES
               DISPLAY 'HEADER CORRECTED - END THE BATCH (E) TO '
                   'BALANCE IT.'
           END-IF.

       L3-RELEASE-BATCH.
      * A SUPERVISOR MAY ACCEPT A HELD BATCH AS IT STANDS - THE
      * SHEETS WERE WRONG, NOT THE KEYING. THE HEADER KEEPS WHO DID.
           DISPLAY 'ENTER BATCH NUMBER TO RELEASE: ' WITH NO ADVANCING.
           ACCEPT WS-BATCH-NO.
           PERFORM L4-FIND-BATCH.
           IF WS-BATCH-SUB = 0
               DISPLAY 'BATCH NOT ON FILE.'
           ELSE
               IF NOT BH-HELD
                   DISPLAY 'BATCH ' WS-BATCH-NO ' IS NOT HELD.'
               ELSE
                   PERFORM L4-SHOW-BATCH-FIGURES
                   DISPLAY 'RELEASE BATCH ' WS-BATCH-NO ' OUT OF '
                       'BALANCE - CONFIRM (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   IF FUNCTION UPPER-CASE(WS-CONFIRM) = 'Y'
                       MOVE 'R' TO BH-STATUS
                       MOVE SO-OPER-ID TO BH-RELEASE-OPER
                       MOVE CUR-DATE TO BH-CLOSE-DATE
                       MOVE BH-REC TO BATCH-ENTRY (WS-BATCH-SUB)
                       PERFORM L2-SAVE-BATCHES
                       IF WS-CUR-BATCH = WS-BATCH-NO
                           MOVE 0 TO WS-CUR-BATCH
                           MOVE 0 TO WS-CUR-SUB
                       END-IF
                       DISPLAY 'BATCH ' WS-BATCH-NO ' RELEASED.'
                   ELSE
                       DISPLAY 'RELEASE CANCELLED.'
                   END-IF
               END-IF
           END-IF.

       L3-CHANGE.
           PERFORM L4-ACCEPT-ORDER-ID.
           MOVE WS-ORDER-ID TO P-ORDER-ID.
           ADD 1 TO WS-NEXT-ORDER-ID.

       L3-REBUILD-EXTRACT.
           PERFORM L4-LOAD-HELD-ORDERS.
           MOVE 0 TO WS-HELD-COUNT.
           OPEN OUTPUT POP-MASTER-SEQ.
           MOVE 0 TO WS-REBUILD-COUNT.
           MOVE 'F' TO WS-REBUILD-DONE-SW.
                   AT END
                       MOVE 'T' TO WS-REBUILD-DONE-SW
                   NOT AT END
                       PERFORM L4-CHECK-HELD
                       IF WS-ORDER-HELD
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           MOVE I-REC TO SEQ-REC
                           WRITE SEQ-REC
                           ADD 1 TO WS-REBUILD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POP-MASTER-SEQ.
           DISPLAY WS-REBUILD-COUNT ' RECORD(S) WRITTEN TO CBLPOPSL.DAT'
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT ' ORDER(S) IN OPEN OR HELD '
                   'BATCHES LEFT OUT - SEE CBLPOPBS.'
           END-IF.
           DISPLAY 'RE-RUN CBLKLM04 TO REFRESH THE BATCH REPORT.'.

       L4-LOAD-HELD-ORDERS.
           MOVE 0 TO HOLD-COUNT.
           OPEN INPUT BATCH-TAG-FILE.
           IF WS-BT-STATUS = '00'
               MOVE 'F' TO WS-TAG-DONE-SW
               PERFORM UNTIL WS-TAG-DONE
                   READ BATCH-TAG-FILE
                       AT END
                           MOVE 'T' TO WS-TAG-DONE-SW
                       NOT AT END
                           PERFORM L5-HOLD-ONE-TAG
                   END-READ
               END-PERFORM
               CLOSE BATCH-TAG-FILE
           END-IF.

       L5-HOLD-ONE-TAG.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > BATCH-COUNT
               IF BAT-NO (WS-SUB) = BT-BATCH-NO
                   IF BAT-HOLDS-ORDERS (WS-SUB)
                       IF HOLD-COUNT < 2000
                           ADD 1 TO HOLD-COUNT
                           MOVE BT-ORDER-ID
                               TO HOLD-ORDER-ID (HOLD-COUNT)
                       ELSE
                           DISPLAY 'TOO MANY HELD ORDERS - ORDER '
                               BT-ORDER-ID ' NOT HELD BACK.'
                       END-IF
                   END-IF
                   MOVE BATCH-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-CHECK-HELD.
           MOVE 'F' TO WS-HELD-SW.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > HOLD-COUNT
               IF HOLD-ORDER-ID (WS-SUB) = P-ORDER-ID
                   MOVE 'T' TO WS-HELD-SW
                   MOVE HOLD-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-ACCEPT-ORDER-ID.
           DISPLAY 'ENTER ORDER ID: ' WITH NO ADVANCING.
           ACCEPT WS-ORDER-ID.
           ELSE
               MOVE I-REC TO AU-AFTER
           END-IF.
           MOVE SO-OPER-ID TO AU-OPERATOR.
           WRITE AUDIT-REC.

       L4-NOT-AUTHORIZED.
           DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT AUTHORIZED FOR '
               'ORDER MAINTENANCE.'.

       L4-DISPLAY-FIELDS.
           DISPLAY 'ORDER ID: ' P-ORDER-ID.
           DISPLAY 'SELLER #: ' P-SELLER-NO.
