       identification division.
       program-id. CBLPOPOX.
       AUTHOR. KIARA MOYER
      ******************************************************************
      * MAINTENANCE OF THE CBLPOPOP.DAT OPERATOR MASTER - ONE RECORD
      * PER VOLUNTEER WHO MAY SIGN ON: OPERATOR ID, NAME, PASSWORD AND
      * A Y/N AUTHORITY FLAG FOR EACH FUNCTION (ORDER MAINTENANCE,
      * PAYMENTS, PRICING AND PRIZES, SELLERS AND TEAMS, PICKUP
      * POSTING, SUPERVISOR). CBLPOPSO CHECKS EVERY SIGN-ON AGAINST
      * THIS FILE, SO A CHANGE HERE TAKES EFFECT AT THE NEXT SIGN-ON.
      *
      * ONLY A SUPERVISOR MAY SIGN ON HERE. WHEN THE FILE IS MISSING
      * OR EMPTY THERE IS NOBODY TO SIGN ON, SO THE SIGN-ON IS SKIPPED
      * AND THE FIRST OPERATOR KEYED IS SET UP AS A SUPERVISOR WITH
      * EVERY AUTHORITY. IF THE FILE IS THERE BUT CANNOT BE READ THE
      * RUN STOPS WITH RETURN CODE 16 INSTEAD. A CHANGE OR DELETE THAT
      * WOULD LEAVE NO SUPERVISOR ON FILE IS REFUSED FOR THE SAME
      * REASON AS THE SET-UP.
      ******************************************************************

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
               ASSIGN TO 'C:\COBOL\CBLPOPOP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.

       data division.
       FILE SECTION.

       FD OPERATOR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OP-REC
           RECORD CONTAINS 42 CHARACTERS.
           COPY POPOPER.

       working-storage section.
       COPY POPSIGNC.
       01 MISC.
           05 WS-OP-STATUS         PIC XX      VALUE '00'.
           05 WS-DONE-SW           PIC X       VALUE 'F'.
               88 WS-DONE          VALUE 'T'.
           05 WS-CHOICE            PIC X       VALUE SPACES.
           05 WS-CONFIRM           PIC X       VALUE SPACES.
           05 WS-READ-DONE-SW      PIC X       VALUE 'F'.
               88 WS-READ-DONE     VALUE 'T'.
           05 WS-FIRST-SETUP-SW    PIC X       VALUE 'F'.
               88 WS-FIRST-SETUP   VALUE 'T'.
           05 WS-ENTRY-ID          PIC X(8)    VALUE SPACES.
           05 WS-ENTRY-FLAG        PIC X       VALUE SPACES.
           05 WS-SUB               PIC 99      VALUE 0.
           05 WS-FOUND-SUB         PIC 99      VALUE 0.
           05 WS-SUPER-COUNT       PIC 99      VALUE 0.
           05 WS-HOLD-ENTRY        PIC X(42)   VALUE SPACES.
       01 OPER-TABLE.
           05 OPER-COUNT            PIC 99      VALUE 0.
           05 OPER-ENTRY OCCURS 50 TIMES.
               10 OPER-ID           PIC X(8).
               10 OPER-NAME         PIC X(20).
               10 OPER-PASSWORD     PIC X(8).
               10 OPER-AUTH-ORDERS  PIC X.
               10 OPER-AUTH-PAYMENTS PIC X.
               10 OPER-AUTH-PRICING PIC X.
               10 OPER-AUTH-SELLERS PIC X.
               10 OPER-AUTH-PICKUP  PIC X.
               10 OPER-AUTH-SUPER   PIC X.
                   88 OPER-IS-SUPER VALUE 'Y'.

       procedure division.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MENU
               UNTIL WS-DONE.
           PERFORM L2-CLOSING.

       L2-INIT.
           PERFORM L2-LOAD-TABLE THRU L2-LOAD-TABLE-EXIT.
           IF OPER-COUNT = 0
               MOVE 'T' TO WS-FIRST-SETUP-SW
               DISPLAY 'NO OPERATORS ON FILE - THE FIRST OPERATOR '
                   'KEYED WITH O IS SET UP AS SUPERVISOR.'
           ELSE
               MOVE 'S' TO SO-FUNCTION
               CALL 'CBLPOPSO' USING SIGNON-COMM
               IF NOT SO-SIGNED-ON OR NOT SO-MAY-SUPERVISE
                   DISPLAY 'OPERATOR MAINTENANCE NEEDS A SUPERVISOR '
                       'SIGN-ON.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       L2-MENU.
           DISPLAY ' '.
           DISPLAY 'OPERATOR MASTER MAINTENANCE'.
           DISPLAY '  L - LIST OPERATORS AND AUTHORITIES'.
           DISPLAY '  O - ADD OR CHANGE AN OPERATOR'.
           DISPLAY '  D - DELETE AN OPERATOR'.
           DISPLAY '  X - EXIT'.
           DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN 'L'
                   PERFORM L3-LIST
               WHEN 'O'
                   PERFORM L3-OPERATOR-ENTRY
                       THRU L3-OPERATOR-ENTRY-EXIT
               WHEN 'D'
                   PERFORM L3-OPERATOR-DELETE
                       THRU L3-OPERATOR-DELETE-EXIT
               WHEN 'X'
                   MOVE 'T' TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE, TRY AGAIN.'
           END-EVALUATE.

      * ONLY A MASTER THAT IS NOT THERE (35) OR HOLDS NO RECORDS LEAVES
      * OPER-COUNT AT ZERO FOR FIRST-TIME SET-UP. ANY OTHER OPEN OR
      * READ FAILURE STOPS HERE, BEFORE THE MENU, SO A MASTER THAT
      * COULD NOT BE READ IS NEVER REWRITTEN FROM AN EMPTY TABLE.
       L2-LOAD-TABLE.
           MOVE 0 TO OPER-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS = '35'
               GO TO L2-LOAD-TABLE-EXIT
           END-IF.
           IF WS-OP-STATUS NOT = '00'
               PERFORM L4-LOAD-ABORT
           END-IF.
           MOVE 'F' TO WS-READ-DONE-SW.
           PERFORM UNTIL WS-READ-DONE
               READ OPERATOR-FILE
                   AT END
                       MOVE 'T' TO WS-READ-DONE-SW
                   NOT AT END
                       PERFORM L4-LOAD-ONE-REC
               END-READ
               IF WS-OP-STATUS (1:1) NOT = '0'
                       AND WS-OP-STATUS NOT = '10'
                   CLOSE OPERATOR-FILE
                   PERFORM L4-LOAD-ABORT
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       L2-LOAD-TABLE-EXIT.
           EXIT.

       L4-LOAD-ABORT.
           DISPLAY 'UNABLE TO READ CBLPOPOP.DAT, STATUS: ' WS-OP-STATUS.
           DISPLAY 'OPERATOR MASTER LEFT UNCHANGED.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       L4-LOAD-ONE-REC.
           IF OPER-COUNT < 50
               ADD 1 TO OPER-COUNT
               MOVE OP-REC TO OPER-ENTRY (OPER-COUNT)
           END-IF.

       L3-LIST.
      * PASSWORDS ARE NEVER LISTED - A FORGOTTEN ONE IS REPLACED BY
      * RE-KEYING THE OPERATOR WITH O.
           DISPLAY 'OPERATORS:          ORD PAY PRC SEL PCK SUP'.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OPER-COUNT
               DISPLAY '  ' OPER-ID (WS-SUB) ' '
                   OPER-NAME (WS-SUB) '  '
                   OPER-AUTH-ORDERS (WS-SUB) '   '
                   OPER-AUTH-PAYMENTS (WS-SUB) '   '
                   OPER-AUTH-PRICING (WS-SUB) '   '
                   OPER-AUTH-SELLERS (WS-SUB) '   '
                   OPER-AUTH-PICKUP (WS-SUB) '   '
                   OPER-AUTH-SUPER (WS-SUB)
           END-PERFORM.
           DISPLAY OPER-COUNT ' OPERATOR(S) ON FILE.'.

       L3-OPERATOR-ENTRY.
           DISPLAY 'ENTER OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID.
           IF WS-ENTRY-ID = SPACES
               DISPLAY 'OPERATOR ID REQUIRED, NOT SAVED.'
               GO TO L3-OPERATOR-ENTRY-EXIT
           END-IF.
           PERFORM L4-FIND-OPERATOR.
           MOVE SPACES TO WS-HOLD-ENTRY.
           IF WS-FOUND-SUB = 0
               IF OPER-COUNT < 50
                   ADD 1 TO OPER-COUNT
                   MOVE OPER-COUNT TO WS-FOUND-SUB
                   MOVE SPACES TO OPER-ENTRY (WS-FOUND-SUB)
                   MOVE WS-ENTRY-ID TO OPER-ID (WS-FOUND-SUB)
                   DISPLAY 'NEW OPERATOR.'
               ELSE
                   DISPLAY 'OPERATOR TABLE FULL, NOT ADDED.'
                   GO TO L3-OPERATOR-ENTRY-EXIT
               END-IF
           ELSE
               MOVE OPER-ENTRY (WS-FOUND-SUB) TO WS-HOLD-ENTRY
           END-IF.
           DISPLAY 'ENTER OPERATOR NAME: ' WITH NO ADVANCING.
           ACCEPT OPER-NAME (WS-FOUND-SUB).
           DISPLAY 'ENTER PASSWORD: ' WITH NO ADVANCING.
           ACCEPT OPER-PASSWORD (WS-FOUND-SUB).
           IF OPER-PASSWORD (WS-FOUND-SUB) = SPACES
               DISPLAY 'PASSWORD REQUIRED, NOT SAVED.'
               PERFORM L4-BACK-OUT-ENTRY
               GO TO L3-OPERATOR-ENTRY-EXIT
           END-IF.
           IF WS-FIRST-SETUP
               MOVE 'Y' TO OPER-AUTH-ORDERS (WS-FOUND-SUB)
                           OPER-AUTH-PAYMENTS (WS-FOUND-SUB)
                           OPER-AUTH-PRICING (WS-FOUND-SUB)
                           OPER-AUTH-SELLERS (WS-FOUND-SUB)
                           OPER-AUTH-PICKUP (WS-FOUND-SUB)
                           OPER-AUTH-SUPER (WS-FOUND-SUB)
               DISPLAY 'FIRST OPERATOR - EVERY AUTHORITY GIVEN.'
           ELSE
               DISPLAY 'ORDER MAINTENANCE (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-ORDERS (WS-FOUND-SUB)
               DISPLAY 'PAYMENTS (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-PAYMENTS (WS-FOUND-SUB)
               DISPLAY 'PRICING AND PRIZES (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-PRICING (WS-FOUND-SUB)
               DISPLAY 'SELLERS AND TEAMS (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-SELLERS (WS-FOUND-SUB)
               DISPLAY 'PICKUP POSTING (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-PICKUP (WS-FOUND-SUB)
               DISPLAY 'SUPERVISOR (Y/N): ' WITH NO ADVANCING
               PERFORM L4-ACCEPT-FLAG
               MOVE WS-ENTRY-FLAG TO OPER-AUTH-SUPER (WS-FOUND-SUB)
           END-IF.
           PERFORM L4-COUNT-SUPERVISORS.
           IF WS-SUPER-COUNT = 0
               DISPLAY 'THAT WOULD LEAVE NO SUPERVISOR ON FILE, '
                   'NOT SAVED.'
               PERFORM L4-BACK-OUT-ENTRY
               GO TO L3-OPERATOR-ENTRY-EXIT
           END-IF.
           PERFORM L2-SAVE-FILE.
           MOVE 'F' TO WS-FIRST-SETUP-SW.
           DISPLAY 'OPERATOR SAVED.'.

       L3-OPERATOR-ENTRY-EXIT.
           EXIT.

       L3-OPERATOR-DELETE.
           DISPLAY 'ENTER OPERATOR ID TO DELETE: ' WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID.
           PERFORM L4-FIND-OPERATOR.
           IF WS-FOUND-SUB = 0
               DISPLAY 'OPERATOR NOT ON FILE.'
               GO TO L3-OPERATOR-DELETE-EXIT
           END-IF.
           IF OPER-IS-SUPER (WS-FOUND-SUB)
               PERFORM L4-COUNT-SUPERVISORS
               IF WS-SUPER-COUNT < 2
                   DISPLAY 'LAST SUPERVISOR ON FILE, NOT DELETED.'
                   GO TO L3-OPERATOR-DELETE-EXIT
               END-IF
           END-IF.
           DISPLAY 'DELETE ' OPER-ID (WS-FOUND-SUB) ' '
               OPER-NAME (WS-FOUND-SUB) ' - CONFIRM (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY 'DELETE CANCELLED.'
               GO TO L3-OPERATOR-DELETE-EXIT
           END-IF.
           PERFORM VARYING WS-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-SUB >= OPER-COUNT
               MOVE OPER-ENTRY (WS-SUB + 1) TO OPER-ENTRY (WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM OPER-COUNT.
           PERFORM L2-SAVE-FILE.
           DISPLAY 'OPERATOR DELETED.'.

       L3-OPERATOR-DELETE-EXIT.
           EXIT.

       L4-FIND-OPERATOR.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OPER-COUNT
               IF OPER-ID (WS-SUB) = WS-ENTRY-ID
                   MOVE WS-SUB TO WS-FOUND-SUB
                   MOVE OPER-COUNT TO WS-SUB
               END-IF
           END-PERFORM.

       L4-ACCEPT-FLAG.
      * ANYTHING BUT Y IS TAKEN AS N - AUTHORITY IS NEVER GIVEN BY A
      * MISKEY.
           ACCEPT WS-ENTRY-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-FLAG) TO WS-ENTRY-FLAG.
           IF WS-ENTRY-FLAG NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-FLAG
           END-IF.

       L4-COUNT-SUPERVISORS.
           MOVE 0 TO WS-SUPER-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OPER-COUNT
               IF OPER-IS-SUPER (WS-SUB)
                   ADD 1 TO WS-SUPER-COUNT
               END-IF
           END-PERFORM.

       L4-BACK-OUT-ENTRY.
      * PUT BACK THE ENTRY AS IT WAS BEFORE THIS CHANGE, OR DROP THE
      * NEW ONE JUST ADDED TO THE END OF THE TABLE.
           IF WS-HOLD-ENTRY = SPACES
               SUBTRACT 1 FROM OPER-COUNT
           ELSE
               MOVE WS-HOLD-ENTRY TO OPER-ENTRY (WS-FOUND-SUB)
           END-IF.

       L2-SAVE-FILE.
      * THE WHOLE FILE IS REWRITTEN FROM THE TABLE ON EVERY SAVE, AS
      * CBLPOPSX DOES WITH THE SELLER MASTER - A FEW DOZEN VOLUNTEERS
      * AT MOST, AND ONE RECORD PER OPERATOR WITH NO DUPLICATES.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > OPER-COUNT
               MOVE OPER-ENTRY (WS-SUB) TO OP-REC
               WRITE OP-REC
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       L2-CLOSING.
           STOP RUN.

       end program CBLPOPOX.
