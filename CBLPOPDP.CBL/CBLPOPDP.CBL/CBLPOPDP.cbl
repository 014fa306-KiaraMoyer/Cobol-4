      * CBLPOPDP.PRT - EVERY SELLER WITH ORDERS NOT YET COLLECTED
      * AND THE CASE COUNTS STILL SITTING IN THE GARAGE, BY TEAM, SO
      * THE FOLLOW-UP CALLS CAN BE MADE THE SAME WEEK.
      *
      * THE SESSION SIGNS ON THROUGH CBLPOPSO AND THE OPERATOR ID IS
      * STAMPED ON EACH AUDIT RECORD. POSTING NEEDS PICKUP-POSTING
      * AUTHORITY; THE REPORT IS OPEN TO ANY OPERATOR.
      ******************************************************************

       environment division.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS P-ORDER-ID
               ALTERNATE RECORD KEY IS P-SELLER-NO WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPAU.DAT'
       FD AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AUDIT-REC
           RECORD CONTAINS 225 CHARACTERS.
           COPY POPAUDIT.

       FD PICKUP-PRTOUT
           01 PRTLINE              PIC X(132).

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-FILE-STATUS       PIC XX      VALUE '00'.
           05 WS-AU-STATUS         PIC XX      VALUE '00'.
           MOVE CUR-DAY               TO H1-DAY.
           MOVE CUR-MONTH             TO H1-MONTH.
           MOVE CUR-YEAR              TO H1-YEAR.
           MOVE 'S' TO SO-FUNCTION.
           CALL 'CBLPOPSO' USING SIGNON-COMM.
           IF NOT SO-SIGNED-ON
               DISPLAY 'CBLPOPDP NOT STARTED - NO VALID SIGN-ON.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POP-MASTER-IDX.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CBLPOPIX.DAT, STATUS: '
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'P'
                   IF SO-MAY-PICKUP
                       PERFORM L3-POST-PICKUP
                   ELSE
                       DISPLAY 'OPERATOR ' SO-OPER-ID ' IS NOT '
                           'AUTHORIZED FOR PICKUP POSTING.'
                   END-IF
               WHEN 'U'
                   PERFORM L3-UNDISTRIBUTED-REPORT
               WHEN 'X'

       L3-POST-PICKUP.
      * ONE SIGNED TICKET COVERS EVERY ORDER ON THE SELLER'S PAGE,
      * SO EACH OF THAT SELLER'S UNCOLLECTED ORDERS IS FLAGGED. THE
      * ORDERS ARE READ STRAIGHT OFF THE P-SELLER-NO ALTERNATE KEY -
      * NO PASS OVER THE WHOLE MASTER PER TICKET.
           DISPLAY 'ENTER SELLER NUMBER FROM THE TICKET: '
               WITH NO ADVANCING.
           ACCEPT WS-SELLER-NO.
           MOVE 0 TO WS-POST-CTR.
           MOVE 0 TO WS-ALREADY-CTR.
           MOVE WS-SELLER-NO TO P-SELLER-NO.
           MOVE 'F' TO WS-SCAN-DONE-SW.
           START POP-MASTER-IDX KEY IS EQUAL TO P-SELLER-NO
               INVALID KEY
                   MOVE 'T' TO WS-SCAN-DONE-SW
           END-START.
                   NOT AT END
                       IF P-SELLER-NO = WS-SELLER-NO
                           PERFORM L4-FLAG-ONE-ORDER
                       ELSE
                           MOVE 'T' TO WS-SCAN-DONE-SW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE P-ORDER-ID TO AU-ORDER-ID.
           MOVE WS-BEFORE-IMAGE TO AU-BEFORE.
           MOVE I-REC TO AU-AFTER.
           MOVE SO-OPER-ID TO AU-OPERATOR.
           WRITE AUDIT-REC.

       L3-UNDISTRIBUTED-REPORT.
